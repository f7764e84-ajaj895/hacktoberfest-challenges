      *IS the month's trailer sum without mounting thirty output
      *generations.
      *
      *Intraday expedites book their issued counts on the same
      *registry under 'EXPnn-OLW' and load their greetings to the
      *history master in the expedite sequence band, so they are
      *billed with the rest of the month; the closing page shows
      *them on a line of their own and the cross-check adds their
      *booked counts to the nightly trailer sum.
      *
      *Days the processing calendar shows closed for every active
      *site on the page's language are marked SITE CLOSED with the
      *calendar's reason, and print even when nothing was issued,
      *so a site querying a gap in its bill sees why.
      *
      *The PARM carries the statement month as YYYYMM, e.g.
      *PARM='202608'. No default - a finance statement for a
      *guessed month helps nobody, so a missing PARM fails the
      *
      *Modification History:
      * 2026-09-02  EC  Initial version.
      * 2026-10-15  EC  Marked the days each language's sites were
      *                 closed on the processing calendar.
      * 2026-10-15  EC  Included intraday expedite volumes and
      *                 showed them as a separate line.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCMVS.
       AUTHOR. EVANCOLWELL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUN-STATUS.
           SELECT SITE-FILE ASSIGN TO "SITEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STE-KEY
               FILE STATUS IS WS-STE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCRNC.
       FD  SITE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSTE.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 RPT-LINE PIC X(132).
           88 WS-RUN-OK VALUE '00'.
       01 WS-RUN-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-RUN-OPENED VALUE 'Y'.
       01 WS-STE-STATUS PIC X(02).
           88 WS-STE-OK VALUE '00'.
       01 WS-STE-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-STE-OPENED VALUE 'Y'.
       01 WS-STE-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-STE-EOF VALUE 'Y'.
       01 WS-RPT-STATUS PIC X(02).
           88 WS-RPT-OK VALUE '00'.
       01 WS-RPT-OPENED-SW PIC X(01) VALUE 'N'.
       01 WS-ROW-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-GRAND-TOTAL PIC 9(08) VALUE 0 COMP.
       01 WS-TRAILER-TOTAL PIC 9(08) VALUE 0 COMP.
      *Intraday expedite volume: the history rows loaded in the
      *expedite sequence band and the issued counts the expedites
      *booked on the registry, which tie the same way the nightly
      *rows tie to the trailer sum.
       01 WS-XPD-ROW-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-XPD-BOOKED PIC 9(08) VALUE 0 COMP.
       01 WS-CHECK-TOTAL PIC 9(08) VALUE 0 COMP.
           COPY EVANCXID.
      *Language volume table, one row per language seen in the
      *month with its per-day counts. A language past the table
      *limit is folded into the overflow bucket rather than
               10 WS-LANG-TOT-COUNT PIC 9(08) COMP.
               10 WS-LANG-DAY-COUNT OCCURS 31 TIMES
                   PIC 9(08) COMP.
      *Active site table, loaded from the site distribution master
      *so each language page can ask the processing calendar about
      *the sites it covers. More active sites than rows fails the
      *run - a closed-day mark judged on half the sites would be
      *wrong on the bill.
       01 WS-SITE-MAX PIC 9(03) VALUE 200 COMP.
       01 WS-SITE-USED PIC 9(03) VALUE 0 COMP.
       01 WS-SITE-TABLE.
           05 WS-SITE-ROW OCCURS 200 TIMES.
               10 WS-SITE-ID PIC X(08).
               10 WS-SITE-LANG PIC X(02).
       01 WS-SITE-SUB PIC 9(03) VALUE 0 COMP.
      *Closed-day verdict for one language and day: how many of
      *the language's sites are open and closed, and the reason
      *the calendar gave.
       01 WS-DAY-DATE.
           05 WS-DAY-DATE-MONTH PIC X(06).
           05 WS-DAY-DATE-DD PIC 9(02).
       01 WS-DAY-OPEN-SITES PIC 9(03) VALUE 0 COMP.
       01 WS-DAY-CLOSED-SITES PIC 9(03) VALUE 0 COMP.
       01 WS-DAY-REASON PIC X(30).
       01 WS-CLOSED-DAY-COUNT PIC 9(05) VALUE 0 COMP.
      *Processing calendar request area, shared with the EVANCCLK
      *subprogram via copybook. A calendar that can't be read is
      *warned about once and no day is marked closed.
           COPY EVANCCLQ.
       01 WS-CAL-WARNED-SW PIC X(01) VALUE 'N'.
           88 WS-CAL-WARNED VALUE 'Y'.
       01 WS-RUN-DATE PIC X(08).
       01 WS-PAGE-COUNT PIC 9(04) VALUE 0 COMP.
       01 WS-HEAD1.
           05 WS-DAY-NO PIC 9(02).
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-DAY-COUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-DAY-NOTE PIC X(44).
           05 FILLER PIC X(62) VALUE SPACES.
       01 WS-LANG-TOTAL-LINE.
           05 FILLER PIC X(14) VALUE 'MONTHLY TOTAL '.
           05 WS-LANG-TOT-PRINT PIC ZZ,ZZZ,ZZ9.
           05 WS-TRAILER-PRINT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-GRAND-VERDICT PIC X(68) VALUE SPACES.
       01 WS-XPD-LINE.
           05 FILLER PIC X(18) VALUE ' OF WHICH EXPEDITE'.
           05 WS-XPD-ROW-PRINT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE '  BOOKED   '.
           05 WS-XPD-BOOKED-PRINT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(68) VALUE
               'INTRADAY EXPEDITE RUNS, INCLUDED IN THE GRAND TOTAL'.
      *Run outcome, reflected into RETURN-CODE at end of run, the
      *same 0/4/8 convention the rest of the suite uses: 0 =
      *statements printed and the grand total ties to the month's
      *trailer sum, 4 = the cross-check did not tie or the month
      *held no history at all or the processing calendar could not
      *be read, 8 = a file could not be opened, the active sites
      *overflowed the site table, or the PARM month is missing or
      *malformed.
       01 WS-RUN-RC PIC 9(03) VALUE 0.
           88 WS-RC-SUCCESS VALUE 0.
           88 WS-RC-WARNING VALUE 4.
           STOP RUN.
      *----------------------------------------------------------*
      * 1000-OPEN-PARA opens the history master, the run-control   *
      * registry, the site master and the print file, settles the  *
      * statement month from the PARM and loads the active sites.  *
      *----------------------------------------------------------*
       1000-OPEN-PARA.
           IF LS-PARM-LEN > 5 AND LS-STMT-MONTH NUMERIC
                   WS-RUN-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           OPEN INPUT SITE-FILE.
           IF WS-STE-OK
               SET WS-STE-OPENED TO TRUE
               PERFORM 1100-LOAD-SITES-PARA THRU 1100-EXIT
           ELSE
               DISPLAY 'EVANCMVS: UNABLE TO OPEN SITEFILE, STATUS='
                   WS-STE-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-OK
               SET WS-RPT-OPENED TO TRUE
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1100-LOAD-SITES-PARA browses the site master into the      *
      * active site table.                                         *
      *----------------------------------------------------------*
       1100-LOAD-SITES-PARA.
           MOVE LOW-VALUES TO STE-KEY.
           START SITE-FILE KEY IS NOT LESS THAN STE-KEY
               INVALID KEY
                   SET WS-STE-EOF TO TRUE
           END-START.
           PERFORM 1150-TAKE-SITE-PARA THRU 1150-EXIT
               UNTIL WS-STE-EOF.
       1100-EXIT.
           EXIT.
       1150-TAKE-SITE-PARA.
           READ SITE-FILE NEXT RECORD
               AT END
                   SET WS-STE-EOF TO TRUE
                   GO TO 1150-EXIT
           END-READ.
           IF STE-INACTIVE
               GO TO 1150-EXIT.
           IF WS-SITE-USED = WS-SITE-MAX
               DISPLAY 'EVANCMVS: MORE THAN ' WS-SITE-MAX
                   ' ACTIVE SITES, FAILING RUN'
               SET WS-RC-FAILURE TO TRUE
               SET WS-STE-EOF TO TRUE
               GO TO 1150-EXIT.
           ADD 1 TO WS-SITE-USED.
           MOVE STE-SITE-ID TO WS-SITE-ID (WS-SITE-USED).
           MOVE STE-LANG-CD TO WS-SITE-LANG (WS-SITE-USED).
       1150-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-SCAN-HISTORY-PARA walks the history master across the *
      * statement month, accumulating per-language per-day         *
      * volume.                                                    *
               GO TO 2100-EXIT.
           ADD 1 TO WS-ROW-COUNT.
           ADD 1 TO WS-GRAND-TOTAL.
           IF GHM-SEQ NOT < XPD-SEQ-BASE
               ADD 1 TO WS-XPD-ROW-COUNT
           END-IF.
           MOVE GHM-RUN-DATE (7:2) TO WS-DAY-SUB.
           IF WS-DAY-SUB < 1 OR WS-DAY-SUB > 31
               GO TO 2100-EXIT.
      * 2500-SUM-TRAILERS-PARA walks the run-control registry      *
      * across the statement month and sums EVANCOLWELL's record   *
      * counts - each one is the cycle's OUT-TRL-COUNT - for the   *
      * grand-total cross-check, and the issued counts the         *
      * intraday expedites booked under 'EXPnn-OLW'.               *
      *----------------------------------------------------------*
       2500-SUM-TRAILERS-PARA.
           MOVE LOW-VALUES TO RUN-KEY.
           IF RUN-PROGRAM-ID = 'EVANCOLWELL' AND RUN-COMPLETE
               ADD RUN-RECORD-COUNT TO WS-TRAILER-TOTAL
           END-IF.
           MOVE RUN-PROGRAM-ID TO XPD-RUN-LABEL.
           IF XPD-IS-EXPEDITE AND XPD-STAGE-ISSUE AND RUN-COMPLETE
               ADD RUN-RECORD-COUNT TO WS-XPD-BOOKED
           END-IF.
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------*
           END-IF.
           MOVE WS-GRAND-TOTAL TO WS-GRAND-PRINT.
           MOVE WS-TRAILER-TOTAL TO WS-TRAILER-PRINT.
           COMPUTE WS-CHECK-TOTAL = WS-TRAILER-TOTAL + WS-XPD-BOOKED.
           EVALUATE TRUE
               WHEN WS-ROW-COUNT = 0
                   MOVE 'NO HISTORY FOR THE MONTH'
                       TO WS-GRAND-VERDICT
                   SET WS-RC-WARNING TO TRUE
               WHEN WS-GRAND-TOTAL = WS-CHECK-TOTAL
                   MOVE 'IN BALANCE' TO WS-GRAND-VERDICT
               WHEN OTHER
                   MOVE 'OUT OF BALANCE' TO WS-GRAND-VERDICT
           END-EVALUATE.
           MOVE WS-GRAND-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
           IF WS-XPD-ROW-COUNT > 0 OR WS-XPD-BOOKED > 0
               MOVE WS-XPD-ROW-COUNT TO WS-XPD-ROW-PRINT
               MOVE WS-XPD-BOOKED TO WS-XPD-BOOKED-PRINT
               MOVE WS-XPD-LINE TO RPT-LINE
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       3000-EXIT.
           EXIT.
       3100-PRINT-ONE-LANG-PARA.
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
       3100-EXIT.
           EXIT.
      *Only days that issued anything, or that the language's
      *sites were closed, print - a thirty-one line page of zeroes
      *helps nobody reconcile a bill.
       3200-PRINT-ONE-DAY-PARA.
           PERFORM 3250-CHECK-CLOSED-PARA THRU 3250-EXIT.
           IF WS-LANG-DAY-COUNT (LANG-IDX WS-DAY-SUB) = 0
                   AND WS-DAY-OPEN-SITES > 0
               GO TO 3200-EXIT.
           IF WS-LANG-DAY-COUNT (LANG-IDX WS-DAY-SUB) = 0
                   AND WS-DAY-CLOSED-SITES = 0
               GO TO 3200-EXIT.
           MOVE SPACES TO WS-DAY-NOTE.
           IF WS-DAY-CLOSED-SITES > 0 AND WS-DAY-OPEN-SITES = 0
               ADD 1 TO WS-CLOSED-DAY-COUNT
               STRING 'SITE CLOSED - ' WS-DAY-REASON
                   DELIMITED BY SIZE INTO WS-DAY-NOTE
           END-IF.
           MOVE WS-DAY-SUB TO WS-DAY-NO.
           MOVE WS-LANG-DAY-COUNT (LANG-IDX WS-DAY-SUB)
               TO WS-DAY-COUNT.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3250-CHECK-CLOSED-PARA asks EVANCCLK about every active    *
      * site on the page's language for the day. The day is        *
      * closed for the language when none of them was open.        *
      *----------------------------------------------------------*
       3250-CHECK-CLOSED-PARA.
           MOVE 0 TO WS-DAY-OPEN-SITES.
           MOVE 0 TO WS-DAY-CLOSED-SITES.
           MOVE SPACES TO WS-DAY-REASON.
           MOVE WS-STMT-MONTH TO WS-DAY-DATE-MONTH.
           MOVE WS-DAY-SUB TO WS-DAY-DATE-DD.
           PERFORM 3260-CHECK-ONE-SITE-PARA THRU 3260-EXIT
               VARYING WS-SITE-SUB FROM 1 BY 1
               UNTIL WS-SITE-SUB > WS-SITE-USED.
       3250-EXIT.
           EXIT.
       3260-CHECK-ONE-SITE-PARA.
           IF WS-SITE-LANG (WS-SITE-SUB) NOT =
                   WS-LANG-TOT-CD (LANG-IDX)
               GO TO 3260-EXIT.
           MOVE SPACES TO CAL-REQUEST.
           MOVE WS-SITE-ID (WS-SITE-SUB) TO CAL-REQ-SITE-ID.
           MOVE WS-DAY-DATE TO CAL-REQ-DATE.
           CALL 'EVANCCLK' USING CAL-REQUEST.
           EVALUATE TRUE
               WHEN CAL-REQ-CLOSED
                   ADD 1 TO WS-DAY-CLOSED-SITES
                   MOVE CAL-REQ-REASON TO WS-DAY-REASON
               WHEN CAL-REQ-ERROR
                   ADD 1 TO WS-DAY-OPEN-SITES
                   IF NOT WS-CAL-WARNED
                       DISPLAY 'EVANCMVS: PROCESSING CALENDAR '
                           'UNAVAILABLE, NO DAY MARKED CLOSED'
                       SET WS-CAL-WARNED TO TRUE
                       IF NOT WS-RC-FAILURE
                           SET WS-RC-WARNING TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-DAY-OPEN-SITES
           END-EVALUATE.
       3260-EXIT.
           EXIT.
       3500-PAGE-HEADING-PARA.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-HEAD1-PAGE.
           IF WS-RUN-OPENED
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-STE-OPENED
               CLOSE SITE-FILE
           END-IF.
           IF WS-RPT-OPENED
               CLOSE REPORT-FILE
           END-IF.
           DISPLAY 'EVANCMVS: MONTH=' WS-STMT-MONTH
               ' ROWS=' WS-ROW-COUNT
               ' LANGUAGES=' WS-LANG-USED
               ' TRAILER-SUM=' WS-TRAILER-TOTAL
               ' EXPEDITE-ROWS=' WS-XPD-ROW-COUNT
               ' CLOSED-DAYS=' WS-CLOSED-DAY-COUNT.
       9000-EXIT.
           EXIT.
