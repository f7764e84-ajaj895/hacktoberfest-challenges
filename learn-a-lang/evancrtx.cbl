      *Transmission rebuild for the CSA-Hacktoberfest-Challenges --
      *2020 greeting job.
      *Written by Evan Colwell
      *
      *EVANCRTX rebuilds one site's transmission file for a past
      *cycle from the greeting history master, for the site
      *EVANCACK reports MISMATCHED or UNACKNOWLEDGED, or that says
      *it lost a load, once the XMIT generation has rolled off the
      *GDG. GHISTMST keeps every greeting for the retention
      *EVANCHPG purges to, so the file can be rebuilt long after
      *the generation is gone.
      *
      *For the site and cycle date on the PARM it takes the site's
      *language and transmission file number from the site
      *distribution master and writes that cycle's greetings in
      *the language to the rebuild file, in EVANCSPL's exact split
      *layout: 'D' details resequenced from one, in history key
      *order (the order EVANCSPL wrote them), and a 'T' trailer
      *carrying the file's own control total. Only the nightly
      *rows go in; an intraday expedite's rows (the EVANCXID
      *sequence band) rode out on the expedite's own split files.
      *
      *Nothing is written until the cycle is proved. The records
      *EVANCSPL booked as routed for the cycle on the run-control
      *registry are the benchmark, and the cycle's nightly history
      *rows must tie to it exactly - the split was one language
      *per file, so a history that holds every routed greeting
      *holds every greeting on this site's file. A cycle the split
      *never completed, a backed-out one, or one whose history has
      *been purged or no longer ties is refused whole: a resend
      *that might be short is a second incident.
      *
      *A proved, rebuilt file is booked on the retransmission
      *register as the next resend for the site and cycle, so
      *EVANCACK expects the site's acknowledgment of the resend
      *beside the original's. The site's language and file number
      *are the master's as they stand today, and a site closed on
      *the processing calendar that day is warned about: its
      *file may have been held, in which case its greetings went
      *out later on another cycle's file.
      *
      *The PARM carries the site id (columns 1-8) and the cycle
      *date of the original transmission (YYYYMMDD, columns 9-16).
      *Both are required.
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evancrtx.cbl -I copybooks
      *
      *Modification History:
      * 2026-10-15  EC  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCRTX.
       AUTHOR. EVANCOLWELL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-FILE ASSIGN TO "SITEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STE-KEY
               FILE STATUS IS WS-STE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUN-STATUS.
           SELECT HISTORY-MASTER ASSIGN TO "GHISTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GHM-KEY
               FILE STATUS IS WS-GHM-STATUS.
           SELECT RESEND-REG-FILE ASSIGN TO "RTXREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTR-KEY
               FILE STATUS IS WS-RTR-STATUS.
           SELECT REBUILD-FILE ASSIGN TO "RTXFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTX-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SITE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSTE.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCRNC.
       FD  HISTORY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY EVANCGHM.
       FD  RESEND-REG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCRTR.
       FD  REBUILD-FILE
           LABEL RECORDS ARE STANDARD.
       01 RTX-RECORD PIC X(80).
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 RPT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-STE-STATUS PIC X(02).
           88 WS-STE-OK VALUE '00'.
       01 WS-STE-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-STE-OPENED VALUE 'Y'.
       01 WS-RUN-STATUS PIC X(02).
           88 WS-RUN-OK VALUE '00'.
       01 WS-RUN-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-RUN-OPENED VALUE 'Y'.
       01 WS-GHM-STATUS PIC X(02).
           88 WS-GHM-OK VALUE '00'.
       01 WS-GHM-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-GHM-OPENED VALUE 'Y'.
       01 WS-RTR-STATUS PIC X(02).
           88 WS-RTR-OK VALUE '00'.
       01 WS-RTR-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-RTR-OPENED VALUE 'Y'.
       01 WS-RTX-STATUS PIC X(02).
           88 WS-RTX-OK VALUE '00'.
       01 WS-RTX-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-RTX-OPENED VALUE 'Y'.
       01 WS-RPT-STATUS PIC X(02).
           88 WS-RPT-OK VALUE '00'.
       01 WS-RPT-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-RPT-OPENED VALUE 'Y'.
      *One end-of-browse switch, reset before each browse: the
      *history is read through once to prove the cycle and once
      *to rebuild, and the register once for the resend number.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-SITE-ID PIC X(08).
       01 WS-CYCLE-DATE PIC X(08).
       01 WS-RUN-DATE PIC X(08).
       01 WS-RUN-TIME PIC X(08).
      *The site as the distribution master holds it today.
       01 WS-SITE-LANG PIC X(02) VALUE SPACES.
       01 WS-SITE-FILE-NO PIC 9(02) VALUE 0.
       01 WS-SITE-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-SITE-FOUND VALUE 'Y'.
      *What EVANCSPL booked for the cycle: the records it routed,
      *the benchmark the history is proved against.
       01 WS-SPL-BOOKED PIC 9(08) VALUE 0 COMP.
       01 WS-SPL-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-SPL-FOUND VALUE 'Y'.
       01 WS-SPL-BACKED-OUT-SW PIC X(01) VALUE 'N'.
           88 WS-SPL-BACKED-OUT VALUE 'Y'.
      *The proof pass's counts: the cycle's nightly history rows,
      *the share of them in the site's language, and the
      *language's expedite rows left out of the rebuild.
       01 WS-GHM-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-LANG-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-XPD-SKIPPED PIC 9(08) VALUE 0 COMP.
           COPY EVANCXID.
       01 WS-PROVEN-SW PIC X(01) VALUE 'N'.
           88 WS-PROVEN VALUE 'Y'.
      *The rebuild's own counts, and the resend number it is
      *booked under: one past the highest the register already
      *holds for the site and cycle.
       01 WS-RTX-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-LAST-RESEND-NO PIC 9(02) VALUE 0.
       01 WS-RESEND-NO PIC 9(02) VALUE 0.
       01 WS-RECORDED-SW PIC X(01) VALUE 'N'.
           88 WS-RECORDED VALUE 'Y'.
      *Work records written to the rebuild file, EVANCSPL's split
      *detail and trailer layouts byte for byte, so the site
      *loads a resend exactly as it loads a nightly file.
       01 WS-RTX-DETAIL-REC.
           05 FILLER PIC X(01) VALUE 'D'.
           05 WS-RTX-DET-SEQ PIC 9(06).
           05 WS-RTX-DET-LANG PIC X(02).
           05 WS-RTX-DET-TEXT PIC X(70).
           05 FILLER PIC X(01) VALUE SPACES.
       01 WS-RTX-TRAILER-REC.
           05 FILLER PIC X(01) VALUE 'T'.
           05 WS-RTX-TRL-COUNT PIC 9(06).
           05 FILLER PIC X(73) VALUE SPACES.
      *Processing calendar request area, shared with the EVANCCLK
      *subprogram via copybook.
           COPY EVANCCLQ.
      *Leg-judging staging, the same as EVANCBKO's: 6100 compares
      *the staged count to the benchmark staged with it and prints
      *the verdict line.
       01 WS-LEG-NAME PIC X(34).
       01 WS-LEG-BENCH PIC 9(08) VALUE 0 COMP.
       01 WS-LEG-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-LEG-FOUND-SW PIC X(01).
       01 WS-BROKEN-COUNT PIC 9(02) VALUE 0 COMP.
       01 WS-FIRST-BROKEN PIC X(34) VALUE SPACES.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99 COMP.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55 COMP.
       01 WS-PAGE-COUNT PIC 9(04) VALUE 0 COMP.
       01 WS-PRINT-LINE PIC X(132).
       01 WS-HEAD1.
           05 FILLER PIC X(10) VALUE 'EVANCRTX'.
           05 FILLER PIC X(40)
               VALUE 'TRANSMISSION REBUILD REPORT'.
           05 FILLER PIC X(56) VALUE SPACES.
           05 FILLER PIC X(05) VALUE 'PAGE '.
           05 WS-HEAD1-PAGE PIC ZZZ9.
           05 FILLER PIC X(17) VALUE SPACES.
       01 WS-HEAD2.
           05 FILLER PIC X(09) VALUE 'RUN DATE '.
           05 WS-HEAD2-DATE PIC X(08).
           05 FILLER PIC X(07) VALUE SPACES.
           05 FILLER PIC X(06) VALUE 'CYCLE '.
           05 WS-HEAD2-CYCLE PIC X(08).
           05 FILLER PIC X(07) VALUE SPACES.
           05 FILLER PIC X(05) VALUE 'SITE '.
           05 WS-HEAD2-SITE PIC X(08).
           05 FILLER PIC X(07) VALUE SPACES.
           05 FILLER PIC X(05) VALUE 'LANG '.
           05 WS-HEAD2-LANG PIC X(02).
           05 FILLER PIC X(07) VALUE SPACES.
           05 FILLER PIC X(05) VALUE 'FILE '.
           05 WS-HEAD2-FILE PIC Z9.
           05 FILLER PIC X(56) VALUE SPACES.
       01 WS-HEAD3.
           05 FILLER PIC X(36) VALUE 'LEG'.
           05 FILLER PIC X(12) VALUE 'COUNT'.
           05 FILLER PIC X(12) VALUE 'BENCHMARK'.
           05 FILLER PIC X(72) VALUE 'VERDICT'.
       01 WS-LEG-LINE.
           05 WS-LEG-LINE-NAME PIC X(34).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-LEG-LINE-COUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-LEG-LINE-BENCH PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-LEG-LINE-VERDICT PIC X(20).
           05 FILLER PIC X(52) VALUE SPACES.
      *A counted line with nothing to judge it against.
       01 WS-ITEM-LINE.
           05 WS-ITEM-NAME PIC X(34).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-ITEM-COUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE SPACES.
           05 WS-ITEM-NOTE PIC X(20).
           05 FILLER PIC X(52) VALUE SPACES.
       01 WS-SUMMARY-LINE.
           05 WS-SUM-TEXT PIC X(132).
      *Operations message request area, shared with the EVANCMSG
      *subprogram via copybook, and the text logged at end of run
      *under the original cycle's date, so the digest for the
      *cycle shows it was resent.
           COPY EVANCMSQ.
       01 WS-MSG-SUMMARY.
           05 WS-MSG-VERB PIC X(09).
           05 FILLER PIC X(05) VALUE 'SITE='.
           05 WS-MSG-SITE PIC X(08).
           05 FILLER PIC X(06) VALUE ' LANG='.
           05 WS-MSG-LANG PIC X(02).
           05 FILLER PIC X(09) VALUE ' DETAILS='.
           05 WS-MSG-DETAILS PIC 9(06).
           05 FILLER PIC X(08) VALUE ' RESEND='.
           05 WS-MSG-RESEND PIC 9(02).
      *Run outcome, reflected into RETURN-CODE at end of run, the
      *same 0/4/8 convention the rest of the suite uses: 0 = the
      *file was rebuilt, proved and booked for resending, 4 = it
      *was, but the site is inactive or was closed on the cycle
      *date (or the calendar could not be read) - or the cycle
      *had nothing in the site's language and there is nothing to
      *send, 8 = the rebuild was refused (bad PARM, an open
      *failed, the site is not on the master, or the cycle does
      *not prove against EVANCSPL) or the file or its register
      *record could not be written.
       01 WS-RUN-RC PIC 9(03) VALUE 0.
           88 WS-RC-SUCCESS VALUE 0.
           88 WS-RC-WARNING VALUE 4.
           88 WS-RC-FAILURE VALUE 8.
       LINKAGE SECTION.
      *Standard MVS batch PARM linkage: the system passes the PARM
      *text from the EXEC statement as a halfword length followed
      *by the text itself.
       01 LS-PARM-LEN PIC S9(4) COMP.
       01 LS-PARM-DATA.
           05 LS-SITE-ID PIC X(08).
           05 LS-CYCLE-DATE PIC X(08).
       PROCEDURE DIVISION USING LS-PARM-LEN LS-PARM-DATA.
      *----------------------------------------------------------*
      * 0000-MAINLINE proves the cycle against EVANCSPL, rebuilds  *
      * the site's file only if it ties, and books the resend.     *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
           PERFORM 1100-READ-SITE-PARA THRU 1100-EXIT.
           PERFORM 2000-PROVE-PARA THRU 2000-EXIT.
           PERFORM 3000-REBUILD-PARA THRU 3000-EXIT.
           PERFORM 4000-RECORD-PARA THRU 4000-EXIT.
           PERFORM 9000-CLOSE-PARA THRU 9000-EXIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------------------------------------------------------*
      * 1000-OPEN-PARA validates the PARM and opens the masters    *
      * and the report. The rebuild file opens only once the       *
      * cycle is proved.                                           *
      *----------------------------------------------------------*
       1000-OPEN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-SITE-ID.
           MOVE SPACES TO WS-CYCLE-DATE.
           IF LS-PARM-LEN < 16
               DISPLAY 'EVANCRTX: PARM MUST CARRY SITE ID AND CYCLE '
                   'DATE'
               SET WS-RC-FAILURE TO TRUE
               GO TO 1000-EXIT.
           IF LS-SITE-ID = SPACES OR LS-CYCLE-DATE NOT NUMERIC
               DISPLAY 'EVANCRTX: SITE ID MISSING OR CYCLE DATE NOT '
                   'NUMERIC'
               SET WS-RC-FAILURE TO TRUE
               GO TO 1000-EXIT.
           MOVE LS-SITE-ID TO WS-SITE-ID.
           MOVE LS-CYCLE-DATE TO WS-CYCLE-DATE.
           OPEN INPUT SITE-FILE.
           IF WS-STE-OK
               SET WS-STE-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCRTX: UNABLE TO OPEN SITEFILE, STATUS='
                   WS-STE-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-OK
               SET WS-RUN-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCRTX: UNABLE TO OPEN RUNCTL, STATUS='
                   WS-RUN-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           OPEN INPUT HISTORY-MASTER.
           IF WS-GHM-OK
               SET WS-GHM-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCRTX: UNABLE TO OPEN GHISTMST, STATUS='
                   WS-GHM-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
      *A resend the register cannot book is one EVANCACK will never
      *expect, so a register that won't open refuses the rebuild.
           OPEN I-O RESEND-REG-FILE.
           IF WS-RTR-OK
               SET WS-RTR-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCRTX: UNABLE TO OPEN RTXREG, STATUS='
                   WS-RTR-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-OK
               SET WS-RPT-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCRTX: UNABLE TO OPEN RPTFILE, STATUS='
                   WS-RPT-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1100-READ-SITE-PARA takes the site's language and file     *
      * number off the distribution master and asks the calendar   *
      * whether the site was processing on the cycle date.         *
      *----------------------------------------------------------*
       1100-READ-SITE-PARA.
           IF WS-RC-FAILURE
               GO TO 1100-EXIT.
           MOVE WS-SITE-ID TO STE-SITE-ID.
           READ SITE-FILE
               INVALID KEY
                   DISPLAY 'EVANCRTX: SITE ' WS-SITE-ID
                       ' NOT ON THE SITE MASTER'
                   SET WS-RC-FAILURE TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           SET WS-SITE-FOUND TO TRUE.
           MOVE STE-LANG-CD TO WS-SITE-LANG.
           MOVE STE-XMIT-FILE-NO TO WS-SITE-FILE-NO.
           IF STE-INACTIVE
               DISPLAY 'EVANCRTX: SITE ' WS-SITE-ID
                   ' IS INACTIVE ON THE SITE MASTER'
               SET WS-RC-WARNING TO TRUE
           END-IF.
           MOVE SPACES TO CAL-REQUEST.
           MOVE WS-SITE-ID TO CAL-REQ-SITE-ID.
           MOVE WS-CYCLE-DATE TO CAL-REQ-DATE.
           CALL 'EVANCCLK' USING CAL-REQUEST.
           EVALUATE TRUE
               WHEN CAL-REQ-CLOSED
                   DISPLAY 'EVANCRTX: SITE ' WS-SITE-ID
                       ' CLOSED ON ' WS-CYCLE-DATE
                       ', ITS FILE MAY HAVE BEEN HELD'
                   SET WS-RC-WARNING TO TRUE
               WHEN CAL-REQ-ERROR
                   DISPLAY 'EVANCRTX: PROCESSING CALENDAR '
                       'UNAVAILABLE, HOLD NOT CHECKED'
                   SET WS-RC-WARNING TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-PROVE-PARA counts the cycle's nightly history rows    *
      * and lays them against the records EVANCSPL booked as       *
      * routed. Only a cycle that ties is marked proven; nothing   *
      * has been written yet.                                      *
      *----------------------------------------------------------*
       2000-PROVE-PARA.
           MOVE WS-RUN-DATE TO WS-HEAD2-DATE.
           MOVE WS-CYCLE-DATE TO WS-HEAD2-CYCLE.
           MOVE WS-SITE-ID TO WS-HEAD2-SITE.
           MOVE WS-SITE-LANG TO WS-HEAD2-LANG.
           MOVE WS-SITE-FILE-NO TO WS-HEAD2-FILE.
           IF WS-RC-FAILURE
               GO TO 2000-EXIT.
           PERFORM 2100-READ-SPLIT-REG-PARA THRU 2100-EXIT.
           IF WS-SPL-BACKED-OUT
               DISPLAY 'EVANCRTX: CYCLE ' WS-CYCLE-DATE
                   ' WAS BACKED OUT, NOTHING TO RESEND'
               MOVE 'CYCLE WAS BACKED OUT - NOTHING REBUILT'
                   TO WS-SUM-TEXT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT
               SET WS-RC-FAILURE TO TRUE
               GO TO 2000-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2900-START-HISTORY-PARA THRU 2900-EXIT.
           PERFORM 2200-COUNT-ONE-ROW-PARA THRU 2200-EXIT
               UNTIL WS-EOF.
           PERFORM 2300-LAST-RESEND-PARA THRU 2300-EXIT.
           MOVE 'PROOF AGAINST EVANCSPL - NOTHING WRITTEN YET'
               TO WS-SUM-TEXT.
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
           MOVE WS-SPL-BOOKED TO WS-LEG-BENCH.
           MOVE 'EVANCSPL ROUTED (REGISTRY)' TO WS-LEG-NAME.
           MOVE WS-SPL-BOOKED TO WS-LEG-COUNT.
           MOVE WS-SPL-FOUND-SW TO WS-LEG-FOUND-SW.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           MOVE 'NIGHTLY HISTORY ROWS FOR CYCLE' TO WS-LEG-NAME.
           MOVE WS-GHM-COUNT TO WS-LEG-COUNT.
           MOVE 'Y' TO WS-LEG-FOUND-SW.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           MOVE SPACES TO WS-ITEM-LINE.
           STRING 'LANGUAGE ' WS-SITE-LANG ' ROWS TO REBUILD'
               DELIMITED BY SIZE INTO WS-ITEM-NAME.
           MOVE WS-LANG-COUNT TO WS-ITEM-COUNT.
           MOVE 'COUNTED' TO WS-ITEM-NOTE.
           MOVE WS-ITEM-LINE TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
           IF WS-XPD-SKIPPED > 0
               MOVE SPACES TO WS-ITEM-LINE
               MOVE 'EXPEDITE ROWS LEFT OUT' TO WS-ITEM-NAME
               MOVE WS-XPD-SKIPPED TO WS-ITEM-COUNT
               MOVE 'NOT ON THIS FILE' TO WS-ITEM-NOTE
               MOVE WS-ITEM-LINE TO WS-PRINT-LINE
               PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT
           END-IF.
      *The resend number is settled before anything is written, so
      *a site and cycle already resent 99 times is refused here.
           IF WS-LAST-RESEND-NO = 99
               DISPLAY 'EVANCRTX: SITE ' WS-SITE-ID ' CYCLE '
                   WS-CYCLE-DATE ' ALREADY RESENT 99 TIMES'
               MOVE 'RESEND NUMBER' TO WS-LEG-NAME
               PERFORM 6200-BOOK-BROKEN-PARA THRU 6200-EXIT
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
           EVALUATE TRUE
               WHEN WS-BROKEN-COUNT > 0
                   SET WS-RC-FAILURE TO TRUE
                   MOVE SPACES TO WS-SUM-TEXT
                   STRING 'REBUILD REFUSED, NOT IN BALANCE AT: '
                       WS-FIRST-BROKEN
                       DELIMITED BY SIZE INTO WS-SUM-TEXT
               WHEN WS-LANG-COUNT = 0
                   DISPLAY 'EVANCRTX: NO GREETINGS IN LANG='
                       WS-SITE-LANG ' FOR CYCLE ' WS-CYCLE-DATE
                   IF NOT WS-RC-FAILURE
                       SET WS-RC-WARNING TO TRUE
                   END-IF
                   MOVE SPACES TO WS-SUM-TEXT
                   STRING 'CYCLE BALANCES BUT ISSUED NOTHING IN LANG='
                       WS-SITE-LANG ' - NOTHING TO RESEND'
                       DELIMITED BY SIZE INTO WS-SUM-TEXT
               WHEN OTHER
                   SET WS-PROVEN TO TRUE
                   COMPUTE WS-RESEND-NO = WS-LAST-RESEND-NO + 1
                   MOVE 'CYCLE BALANCES TO EVANCSPL - REBUILDING'
                       TO WS-SUM-TEXT
           END-EVALUATE.
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2100-READ-SPLIT-REG-PARA reads the record EVANCSPL booked  *
      * for the cycle. Only a COMPLETE record is a split the       *
      * rebuild can be proved against.                             *
      *----------------------------------------------------------*
       2100-READ-SPLIT-REG-PARA.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           MOVE 'EVANCSPL' TO RUN-PROGRAM-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RUN-COMPLETE
                           SET WS-SPL-FOUND TO TRUE
                           MOVE RUN-RECORD-COUNT TO WS-SPL-BOOKED
                       WHEN RUN-BACKED-OUT
                           SET WS-SPL-BACKED-OUT TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-COUNT-ONE-ROW-PARA.
           READ HISTORY-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           IF GHM-RUN-DATE NOT = WS-CYCLE-DATE
               SET WS-EOF TO TRUE
               GO TO 2200-EXIT.
           IF GHM-SEQ NOT < XPD-SEQ-BASE
               IF GHM-LANG-CD = WS-SITE-LANG
                   ADD 1 TO WS-XPD-SKIPPED
               END-IF
               GO TO 2200-EXIT.
           ADD 1 TO WS-GHM-COUNT.
           IF GHM-LANG-CD = WS-SITE-LANG
               ADD 1 TO WS-LANG-COUNT
           END-IF.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2300-LAST-RESEND-PARA finds the highest resend number the  *
      * register already holds for the site and cycle.             *
      *----------------------------------------------------------*
       2300-LAST-RESEND-PARA.
           MOVE 0 TO WS-LAST-RESEND-NO.
           MOVE 'N' TO WS-EOF-SW.
           MOVE WS-SITE-ID TO RTR-SITE-ID.
           MOVE WS-CYCLE-DATE TO RTR-CYCLE-DATE.
           MOVE 0 TO RTR-RESEND-NO.
           START RESEND-REG-FILE KEY IS NOT LESS THAN RTR-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM 2310-READ-ONE-RESEND-PARA THRU 2310-EXIT
               UNTIL WS-EOF.
       2300-EXIT.
           EXIT.
       2310-READ-ONE-RESEND-PARA.
           READ RESEND-REG-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2310-EXIT
           END-READ.
           IF RTR-SITE-ID NOT = WS-SITE-ID
                   OR RTR-CYCLE-DATE NOT = WS-CYCLE-DATE
               SET WS-EOF TO TRUE
               GO TO 2310-EXIT.
           MOVE RTR-RESEND-NO TO WS-LAST-RESEND-NO.
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2900-START-HISTORY-PARA positions the history master at    *
      * the first key the cycle could own.                         *
      *----------------------------------------------------------*
       2900-START-HISTORY-PARA.
           MOVE WS-CYCLE-DATE TO GHM-RUN-DATE.
           MOVE 0 TO GHM-SEQ.
           START HISTORY-MASTER KEY IS NOT LESS THAN GHM-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3000-REBUILD-PARA writes the proven cycle's greetings in   *
      * the site's language to the rebuild file, resequenced from  *
      * one, then the trailer, and proves the file against the     *
      * count the proof pass found.                                *
      *----------------------------------------------------------*
       3000-REBUILD-PARA.
           IF NOT WS-PROVEN
               GO TO 3000-EXIT.
           OPEN OUTPUT REBUILD-FILE.
           IF WS-RTX-OK
               SET WS-RTX-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCRTX: UNABLE TO OPEN RTXFILE, STATUS='
                   WS-RTX-STATUS
               SET WS-RC-FAILURE TO TRUE
               GO TO 3000-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2900-START-HISTORY-PARA THRU 2900-EXIT.
           PERFORM 3100-WRITE-ONE-ROW-PARA THRU 3100-EXIT
               UNTIL WS-EOF.
           MOVE WS-RTX-COUNT TO WS-RTX-TRL-COUNT.
           WRITE RTX-RECORD FROM WS-RTX-TRAILER-REC.
           IF NOT WS-RTX-OK
               DISPLAY 'EVANCRTX: TRAILER WRITE FAILED ON RTXFILE, '
                   'STATUS=' WS-RTX-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
           MOVE 'DETAILS WRITTEN' TO WS-LEG-NAME.
           MOVE WS-RTX-COUNT TO WS-LEG-COUNT.
           MOVE WS-LANG-COUNT TO WS-LEG-BENCH.
           MOVE 'Y' TO WS-LEG-FOUND-SW.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           IF WS-BROKEN-COUNT > 0
               SET WS-RC-FAILURE TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.
       3100-WRITE-ONE-ROW-PARA.
           READ HISTORY-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF GHM-RUN-DATE NOT = WS-CYCLE-DATE
                   OR GHM-SEQ NOT < XPD-SEQ-BASE
               SET WS-EOF TO TRUE
               GO TO 3100-EXIT.
           IF GHM-LANG-CD NOT = WS-SITE-LANG
               GO TO 3100-EXIT.
           ADD 1 TO WS-RTX-COUNT.
           MOVE WS-RTX-COUNT TO WS-RTX-DET-SEQ.
           MOVE GHM-LANG-CD TO WS-RTX-DET-LANG.
           MOVE GHM-TEXT TO WS-RTX-DET-TEXT.
           WRITE RTX-RECORD FROM WS-RTX-DETAIL-REC.
      *A file that lost a write cannot balance to its own trailer;
      *the display is kept to the first failure.
           IF NOT WS-RTX-OK
               IF NOT WS-RC-FAILURE
                   DISPLAY 'EVANCRTX: WRITE FAILED ON RTXFILE, '
                       'STATUS=' WS-RTX-STATUS
               END-IF
               SET WS-RC-FAILURE TO TRUE
               SUBTRACT 1 FROM WS-RTX-COUNT
           END-IF.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 4000-RECORD-PARA books a clean rebuild on the              *
      * retransmission register as outstanding, so the morning     *
      * acknowledgment check expects the site to acknowledge it.   *
      *----------------------------------------------------------*
       4000-RECORD-PARA.
           IF NOT WS-PROVEN OR WS-RC-FAILURE
               GO TO 4000-EXIT.
           MOVE SPACES TO RTR-RECORD.
           MOVE WS-SITE-ID TO RTR-SITE-ID.
           MOVE WS-CYCLE-DATE TO RTR-CYCLE-DATE.
           MOVE WS-RESEND-NO TO RTR-RESEND-NO.
           MOVE WS-SITE-LANG TO RTR-LANG-CD.
           MOVE WS-SITE-FILE-NO TO RTR-XMIT-FILE-NO.
           MOVE WS-RTX-COUNT TO RTR-DETAIL-COUNT.
           MOVE WS-RUN-DATE TO RTR-RESEND-DATE.
           MOVE WS-RUN-TIME TO RTR-RESEND-TIME.
           SET RTR-ACK-OUTSTANDING TO TRUE.
           MOVE 0 TO RTR-ACK-COUNT.
           WRITE RTR-RECORD
               INVALID KEY
                   DISPLAY 'EVANCRTX: RTXREG WRITE FAILED, KEY='
                       RTR-KEY ' STATUS=' WS-RTR-STATUS
                   SET WS-RC-FAILURE TO TRUE
               NOT INVALID KEY
                   SET WS-RECORDED TO TRUE
           END-WRITE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
           MOVE SPACES TO WS-SUM-TEXT.
           IF WS-RECORDED
               STRING 'FILE REBUILT AND BOOKED AS RESEND '
                   WS-RESEND-NO
                   ' - EVANCACK EXPECTS ITS ACKNOWLEDGMENT'
                   DELIMITED BY SIZE INTO WS-SUM-TEXT
           ELSE
               MOVE 'FILE REBUILT BUT NOT BOOKED - DO NOT SEND IT'
                   TO WS-SUM-TEXT
           END-IF.
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
       4000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 6100-JUDGE-LEG-PARA prints one leg against its benchmark,  *
      * the same verdicts EVANCBAL gives. A leg with no registry   *
      * record is as broken as a wrong count.                      *
      *----------------------------------------------------------*
       6100-JUDGE-LEG-PARA.
           MOVE WS-LEG-NAME TO WS-LEG-LINE-NAME.
           MOVE WS-LEG-COUNT TO WS-LEG-LINE-COUNT.
           MOVE WS-LEG-BENCH TO WS-LEG-LINE-BENCH.
           EVALUATE TRUE
               WHEN WS-LEG-FOUND-SW NOT = 'Y'
                   MOVE 'NOT ON REGISTRY' TO WS-LEG-LINE-VERDICT
                   PERFORM 6200-BOOK-BROKEN-PARA THRU 6200-EXIT
               WHEN WS-LEG-COUNT = WS-LEG-BENCH
                   MOVE 'TIES' TO WS-LEG-LINE-VERDICT
               WHEN OTHER
                   MOVE 'BROKEN' TO WS-LEG-LINE-VERDICT
                   PERFORM 6200-BOOK-BROKEN-PARA THRU 6200-EXIT
           END-EVALUATE.
           MOVE WS-LEG-LINE TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
           DISPLAY 'EVANCRTX: ' WS-LEG-NAME ' COUNT='
               WS-LEG-COUNT ' VERDICT=' WS-LEG-LINE-VERDICT.
       6100-EXIT.
           EXIT.
       6200-BOOK-BROKEN-PARA.
           ADD 1 TO WS-BROKEN-COUNT.
           IF WS-FIRST-BROKEN = SPACES
               MOVE WS-LEG-NAME TO WS-FIRST-BROKEN
           END-IF.
       6200-EXIT.
           EXIT.
       6500-PAGE-HEADING-PARA.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-HEAD1-PAGE.
           MOVE WS-HEAD1 TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING PAGE.
           MOVE WS-HEAD2 TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-HEAD3 TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-LINE-COUNT.
       6500-EXIT.
           EXIT.
       8500-PRINT-LINE-PARA.
           IF NOT WS-RPT-OPENED
               GO TO 8500-EXIT.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 6500-PAGE-HEADING-PARA THRU 6500-EXIT
           END-IF.
           MOVE WS-PRINT-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       8500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 9000-CLOSE-PARA closes the files and logs the outcome.     *
      *----------------------------------------------------------*
       9000-CLOSE-PARA.
           IF WS-RPT-OPENED AND WS-PAGE-COUNT = 0
               PERFORM 6500-PAGE-HEADING-PARA THRU 6500-EXIT
           END-IF.
           IF WS-STE-OPENED
               CLOSE SITE-FILE
           END-IF.
           IF WS-RUN-OPENED
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-GHM-OPENED
               CLOSE HISTORY-MASTER
           END-IF.
           IF WS-RTR-OPENED
               CLOSE RESEND-REG-FILE
           END-IF.
           IF WS-RTX-OPENED
               CLOSE REBUILD-FILE
           END-IF.
           IF WS-RPT-OPENED
               CLOSE REPORT-FILE
           END-IF.
           DISPLAY 'EVANCRTX: SITE=' WS-SITE-ID
               ' CYCLE=' WS-CYCLE-DATE
               ' LANG=' WS-SITE-LANG
               ' DETAILS=' WS-RTX-COUNT
               ' RESEND=' WS-RESEND-NO.
           PERFORM 8800-LOG-RUN-MSG-PARA THRU 8800-EXIT.
       9000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 8800-LOG-RUN-MSG-PARA logs the rebuild - or the refusal -  *
      * to the central operations message file under the original  *
      * cycle, so the digest shows the cycle was resent.           *
      *----------------------------------------------------------*
       8800-LOG-RUN-MSG-PARA.
           MOVE SPACES TO MSG-REQUEST.
           MOVE 'EVANCRTX' TO MSG-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO MSG-REQ-CYCLE-DATE.
           EVALUATE TRUE
               WHEN WS-RC-FAILURE
                   SET MSG-REQ-SEV-ERROR TO TRUE
               WHEN WS-RC-WARNING
                   SET MSG-REQ-WARNING TO TRUE
               WHEN OTHER
                   SET MSG-REQ-INFO TO TRUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-RECORDED
                   MOVE 'REBUILT ' TO WS-MSG-VERB
               WHEN WS-RC-FAILURE
                   MOVE 'REFUSED ' TO WS-MSG-VERB
               WHEN OTHER
                   MOVE 'NO DATA ' TO WS-MSG-VERB
           END-EVALUATE.
           MOVE WS-SITE-ID TO WS-MSG-SITE.
           MOVE WS-SITE-LANG TO WS-MSG-LANG.
           MOVE WS-RTX-COUNT TO WS-MSG-DETAILS.
           MOVE WS-RESEND-NO TO WS-MSG-RESEND.
           MOVE WS-MSG-SUMMARY TO MSG-REQ-TEXT.
           CALL 'EVANCMSG' USING MSG-REQUEST.
       8800-EXIT.
           EXIT.
