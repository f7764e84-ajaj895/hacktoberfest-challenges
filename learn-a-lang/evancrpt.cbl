      *for the operations message stamp; left off, today's date
      *stands in.
      *
      *Greetings issued for the cycle by intraday expedites never
      *reach the nightly output file; the issued counts they
      *booked on the run-control registry under their run labels
      *(see EVANCXID) are printed on a line of their own after the
      *grand total, with the day's total including them. A
      *registry that can't be read leaves those lines off with a
      *warning - the nightly report still prints.
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evancrpt.cbl -I copybooks
      *
      *                 for the nightly exception digest, taking
      *                 the cycle date from the PARM's new second
      *                 field.
      * 2026-10-15  EC  Printed the cycle's intraday expedite
      *                 greetings off the run-control registry as
      *                 a separate line after the grand total.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCRPT.
       AUTHOR. EVANCOLWELL.
           SELECT REPORT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTPUT-FILE
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 RPT-LINE PIC X(132).
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCRNC.
       WORKING-STORAGE SECTION.
       01 WS-OUT-STATUS PIC X(02).
           88 WS-OUT-OK VALUE '00'.
           88 WS-RPT-OK VALUE '00'.
       01 WS-RPT-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-RPT-OPENED VALUE 'Y'.
       01 WS-RUN-STATUS PIC X(02).
           88 WS-RUN-OK VALUE '00'.
       01 WS-RUN-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-RUN-OPENED VALUE 'Y'.
       01 WS-RUN-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-RUN-EOF VALUE 'Y'.
      *Intraday expedite greetings booked to the cycle, and how
      *many expedites booked them.
       01 WS-XPD-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-XPD-RUNS PIC 9(08) VALUE 0 COMP.
       01 WS-DAY-COUNT PIC 9(08) VALUE 0 COMP.
           COPY EVANCXID.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-DETAIL-COUNT PIC 9(08) VALUE 0 COMP.
           05 WS-TOT-TRAILER PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-TOT-VERDICT PIC X(68) VALUE SPACES.
       01 WS-XPD-LINE.
           05 FILLER PIC X(12) VALUE 'EXPEDITE    '.
           05 WS-XPD-LINE-COUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(08) VALUE 'RUNS    '.
           05 WS-XPD-LINE-RUNS PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(82) VALUE SPACES.
       01 WS-DAY-LINE.
           05 FILLER PIC X(12) VALUE 'DAY TOTAL   '.
           05 WS-DAY-LINE-COUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(100)
               VALUE 'NIGHTLY RUN PLUS INTRADAY EXPEDITES'.
      *Run outcome, reflected into RETURN-CODE at end of run, the
      *same 0/4/8 convention the rest of the suite uses: 0 = report
      *printed and the grand total ties to the trailer, 4 = trailer
               SET WS-RC-FAILURE TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
      *The registry only adds the expedite lines, so a registry
      *that won't open costs those lines and a warning, not the
      *report.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-OK
               SET WS-RUN-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCRPT: UNABLE TO OPEN RUNCTL, STATUS='
                   WS-RUN-STATUS ', NO EXPEDITE LINES'
               IF NOT WS-RC-FAILURE
                   SET WS-RC-WARNING TO TRUE
               END-IF
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-HEAD2-DATE.
           IF LS-PARM-LEN > 15
           EXIT.
      *----------------------------------------------------------*
      * 3000-TOTALS-PARA prints the language subtotals and the     *
      * grand total tied back to the trailer control total, then   *
      * the cycle's expedite greetings and the day's total.        *
      *----------------------------------------------------------*
       3000-TOTALS-PARA.
           IF NOT WS-RPT-OPENED
           END-EVALUATE.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
           IF NOT WS-RUN-OPENED
               GO TO 3000-EXIT.
           PERFORM 3200-SUM-EXPEDITE-PARA THRU 3200-EXIT.
           MOVE WS-XPD-COUNT TO WS-XPD-LINE-COUNT.
           MOVE WS-XPD-RUNS TO WS-XPD-LINE-RUNS.
           MOVE WS-XPD-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           COMPUTE WS-DAY-COUNT = WS-DETAIL-COUNT + WS-XPD-COUNT.
           MOVE WS-DAY-COUNT TO WS-DAY-LINE-COUNT.
           MOVE WS-DAY-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
       3000-EXIT.
           EXIT.
       3100-PRINT-SUBTOT-PARA.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3200-SUM-EXPEDITE-PARA browses the registry records the    *
      * cycle's intraday expedites booked under their run labels   *
      * and sums the issued counts of the ones that completed.     *
      *----------------------------------------------------------*
       3200-SUM-EXPEDITE-PARA.
           MOVE SPACES TO XPD-RUN-LABEL.
           MOVE 'EXP' TO XPD-LABEL-PREFIX.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           MOVE XPD-RUN-LABEL TO RUN-PROGRAM-ID.
           START RUN-CONTROL-FILE KEY IS NOT LESS THAN RUN-KEY
               INVALID KEY
                   SET WS-RUN-EOF TO TRUE
           END-START.
           PERFORM 3210-TAKE-EXPEDITE-PARA THRU 3210-EXIT
               UNTIL WS-RUN-EOF.
       3200-EXIT.
           EXIT.
       3210-TAKE-EXPEDITE-PARA.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-RUN-EOF TO TRUE
                   GO TO 3210-EXIT
           END-READ.
           MOVE RUN-PROGRAM-ID TO XPD-RUN-LABEL.
           IF RUN-CYCLE-DATE NOT = WS-CYCLE-DATE
                   OR NOT XPD-IS-EXPEDITE
               SET WS-RUN-EOF TO TRUE
               GO TO 3210-EXIT.
           IF XPD-STAGE-ISSUE AND RUN-COMPLETE
               ADD RUN-RECORD-COUNT TO WS-XPD-COUNT
               ADD 1 TO WS-XPD-RUNS
           END-IF.
       3210-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 9000-CLOSE-PARA closes the files and reports the outcome.  *
      *----------------------------------------------------------*
       9000-CLOSE-PARA.
           IF WS-RPT-OPENED
               CLOSE REPORT-FILE
           END-IF.
           IF WS-RUN-OPENED
               CLOSE RUN-CONTROL-FILE
           END-IF.
           DISPLAY 'EVANCRPT: DETAILS=' WS-DETAIL-COUNT
               ' EXPEDITE=' WS-XPD-COUNT
               ' LANGUAGES=' WS-LANG-USED
               ' PAGES=' WS-PAGE-COUNT.
           PERFORM 8800-LOG-RUN-MSG-PARA THRU 8800-EXIT.
