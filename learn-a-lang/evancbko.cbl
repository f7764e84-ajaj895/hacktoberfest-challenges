      *Cycle backout for the CSA-Hacktoberfest-Challenges 2020 --
      *greeting job.
      *Written by Evan Colwell
      *
      *EVANCBKO is the supported way to undo a cycle that went
      *out wrong - bad wording released through EVANCMNT, say -
      *so the cycle can be rerun under control. For the cycle date
      *on the PARM it removes the greeting history rows EVANCHLD
      *loaded under that run date, releases the inbound batch
      *registry entries the edit booked for the cycle (so the
      *sites' resubmitted batches are not rejected as
      *retransmissions, reason 06), and marks every run-control
      *registry record for the cycle backed out, which lets
      *EVANCOLWELL and the rest of the stream take a fresh START
      *for the cycle instead of refusing it as already complete.
      *
      *Nothing is reversed until the cycle is proved against what
      *EVANCBAL reported for it. The OUTFILE trailer EVANCBAL
      *booked on the registry is the benchmark, the same one it
      *judged the chain against, and the history rows about to go,
      *the edit's accepted count and EVANCOLWELL's issued count
      *must all tie to it. A cycle EVANCBAL never closed, or one
      *whose rows no longer tie, is refused whole: a backout that
      *does not know exactly what it is taking away is a second
      *incident, not a fix. The report then prints every count
      *removed beside the count the proof pass found, every batch
      *released and every registry record backed out, and the
      *reversal is logged to the operations message file through
      *EVANCMSG.
      *
      *The backout undoes the masters only. The cycle's OUTFILE,
      *split and transmission generations are superseded by the
      *rerun's new generations, not deleted here, and anything
      *the sites already received has to be recalled with them.
      *The backout is not itself booked on the registry: the
      *rerun it makes room for must find the cycle clear.
      *
      *An intraday expedite run under the cycle goes with it. Its
      *history rows sit in the expedite sequence band and are
      *proved against the issued counts the expedites booked as
      *'EXPnn-OLW' rather than the nightly trailer, its batches
      *are released and its registry records backed out with the
      *nightly run's.
      *
      *The PARM carries the cycle date to back out (YYYYMMDD). It
      *is required - a backout never defaults to today.
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evancbko.cbl -I copybooks
      *
      *Modification History:
      * 2026-10-15  EC  Initial version.
      * 2026-10-15  EC  Proved intraday expedite history rows
      *                 against the expedites' booked counts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCBKO.
       AUTHOR. EVANCOLWELL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUN-STATUS.
           SELECT HISTORY-MASTER ASSIGN TO "GHISTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GHM-KEY
               FILE STATUS IS WS-GHM-STATUS.
           SELECT BATCH-REG-FILE ASSIGN TO "BCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRG-KEY
               FILE STATUS IS WS-BRG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCRNC.
       FD  HISTORY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY EVANCGHM.
       FD  BATCH-REG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCBRG.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 RPT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-RUN-STATUS PIC X(02).
           88 WS-RUN-OK VALUE '00'.
       01 WS-RUN-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-RUN-OPENED VALUE 'Y'.
       01 WS-GHM-STATUS PIC X(02).
           88 WS-GHM-OK VALUE '00'.
       01 WS-GHM-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-GHM-OPENED VALUE 'Y'.
       01 WS-BRG-STATUS PIC X(02).
           88 WS-BRG-OK VALUE '00'.
       01 WS-BRG-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-BRG-OPENED VALUE 'Y'.
       01 WS-RPT-STATUS PIC X(02).
           88 WS-RPT-OK VALUE '00'.
       01 WS-RPT-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-RPT-OPENED VALUE 'Y'.
      *One end-of-browse switch, reset before each browse: every
      *master is read through once in the proof pass and once in
      *the reversal, never two at a time.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-CYCLE-DATE PIC X(08).
       01 WS-RUN-DATE PIC X(08).
      *What EVANCBAL booked for the cycle: its OUTFILE trailer
      *benchmark and the return code it closed the cycle with.
       01 WS-BAL-TRAILER PIC 9(08) VALUE 0 COMP.
       01 WS-BAL-RC PIC 9(03) VALUE 0.
       01 WS-BAL-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-BAL-FOUND VALUE 'Y'.
       01 WS-BAL-BACKED-OUT-SW PIC X(01) VALUE 'N'.
           88 WS-BAL-BACKED-OUT VALUE 'Y'.
       01 WS-BAL-BACKOUT-DATE PIC X(08) VALUE SPACES.
      *The proof pass's counts of what the reversal will take away.
       01 WS-EDT-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-EDT-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-EDT-FOUND VALUE 'Y'.
       01 WS-OLW-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-OLW-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-OLW-FOUND VALUE 'Y'.
       01 WS-GHM-COUNT PIC 9(08) VALUE 0 COMP.
      *Intraday expedite share of the cycle: history rows in the
      *expedite sequence band, and the issued counts the expedites
      *booked, which those rows are proved against.
       01 WS-XPD-GHM-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-XPD-OLW-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-ALL-ROWS-BENCH PIC 9(08) VALUE 0 COMP.
           COPY EVANCXID.
       01 WS-BRG-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-BRG-DET-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-RUN-REC-COUNT PIC 9(08) VALUE 0 COMP.
      *The reversal's counts of what it actually took away.
       01 WS-GHM-DELETED PIC 9(08) VALUE 0 COMP.
       01 WS-BRG-RELEASED PIC 9(08) VALUE 0 COMP.
       01 WS-BRG-DET-RELEASED PIC 9(08) VALUE 0 COMP.
       01 WS-RUN-MARKED PIC 9(08) VALUE 0 COMP.
       01 WS-PROVEN-SW PIC X(01) VALUE 'N'.
           88 WS-PROVEN VALUE 'Y'.
      *Registry lookup staging: the caller names the program, the
      *lookup answers with its booked count.
       01 WS-REG-PROGRAM PIC X(11).
       01 WS-REG-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-REG-FOUND-SW PIC X(01).
           88 WS-REG-FOUND VALUE 'Y'.
      *Leg-judging staging, the same as EVANCBAL's: 6100 compares
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
           05 FILLER PIC X(10) VALUE 'EVANCBKO'.
           05 FILLER PIC X(40)
               VALUE 'CYCLE BACKOUT REPORT'.
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
           05 FILLER PIC X(94) VALUE SPACES.
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
      *One line per thing the reversal touched - a batch released
      *or a registry record backed out - with its count under the
      *COUNT column and what was done to it under VERDICT.
       01 WS-ITEM-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-ITEM-KIND PIC X(06).
           05 WS-ITEM-KEY1 PIC X(11).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-ITEM-KEY2 PIC X(08).
           05 FILLER PIC X(08) VALUE SPACES.
           05 WS-ITEM-COUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE SPACES.
           05 WS-ITEM-NOTE PIC X(20).
           05 FILLER PIC X(52) VALUE SPACES.
       01 WS-SUMMARY-LINE.
           05 WS-SUM-TEXT PIC X(132).
      *Operations message request area, shared with the EVANCMSG
      *subprogram via copybook, and the text logged at end of run:
      *whether the cycle was backed out or refused, and every
      *count removed.
           COPY EVANCMSQ.
       01 WS-MSG-SUMMARY.
           05 WS-MSG-VERB PIC X(09).
           05 FILLER PIC X(05) VALUE 'HIST='.
           05 WS-MSG-HIST PIC 9(08).
           05 FILLER PIC X(09) VALUE ' BATCHES='.
           05 WS-MSG-BATCHES PIC 9(06).
           05 FILLER PIC X(08) VALUE ' RUNCTL='.
           05 WS-MSG-RUNCTL PIC 9(03).
           05 FILLER PIC X(08) VALUE ' BROKEN='.
           05 WS-MSG-BROKEN PIC 9(02).
      *Run outcome, reflected into RETURN-CODE at end of run, the
      *same 0/4/8 convention the rest of the suite uses: 0 = the
      *cycle balanced and was backed out in full, 4 = the cycle
      *was already backed out and nothing was done, 8 = the
      *backout was refused (bad PARM, an open failed, or the cycle
      *does not balance to EVANCBAL) or a removal fell short of
      *what the proof pass counted.
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
           05 LS-CYCLE-DATE PIC X(08).
       PROCEDURE DIVISION USING LS-PARM-LEN LS-PARM-DATA.
      *----------------------------------------------------------*
      * 0000-MAINLINE proves the cycle against EVANCBAL, reverses  *
      * it only if it balances, and reports every count removed.   *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
           PERFORM 2000-PROVE-PARA THRU 2000-EXIT.
           PERFORM 3000-REVERSE-PARA THRU 3000-EXIT.
           PERFORM 4000-RECONCILE-PARA THRU 4000-EXIT.
           PERFORM 9000-CLOSE-PARA THRU 9000-EXIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------------------------------------------------------*
      * 1000-OPEN-PARA validates the cycle date PARM and opens the *
      * three masters for update. A backout runs against all of    *
      * them or none of them.                                      *
      *----------------------------------------------------------*
       1000-OPEN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF LS-PARM-LEN < 8 OR LS-CYCLE-DATE NOT NUMERIC
               DISPLAY 'EVANCBKO: CYCLE DATE PARM MISSING OR NOT '
                   'NUMERIC'
               MOVE SPACES TO WS-CYCLE-DATE
               SET WS-RC-FAILURE TO TRUE
               GO TO 1000-EXIT.
           MOVE LS-CYCLE-DATE TO WS-CYCLE-DATE.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUN-OK
               SET WS-RUN-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCBKO: UNABLE TO OPEN RUNCTL, STATUS='
                   WS-RUN-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           OPEN I-O HISTORY-MASTER.
           IF WS-GHM-OK
               SET WS-GHM-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCBKO: UNABLE TO OPEN GHISTMST, STATUS='
                   WS-GHM-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           OPEN I-O BATCH-REG-FILE.
           IF WS-BRG-OK
               SET WS-BRG-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCBKO: UNABLE TO OPEN BCHREG, STATUS='
                   WS-BRG-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-OK
               SET WS-RPT-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCBKO: UNABLE TO OPEN RPTFILE, STATUS='
                   WS-RPT-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           MOVE WS-RUN-DATE TO WS-HEAD2-DATE.
           MOVE WS-CYCLE-DATE TO WS-HEAD2-CYCLE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-PROVE-PARA counts everything the reversal would take  *
      * away and lays it against the trailer EVANCBAL booked for   *
      * the cycle. Only a cycle that ties on every leg is marked   *
      * proven; nothing has been changed on any master yet.        *
      *----------------------------------------------------------*
       2000-PROVE-PARA.
           IF WS-RC-FAILURE
               GO TO 2000-EXIT.
           PERFORM 2100-READ-BALANCE-PARA THRU 2100-EXIT.
           IF WS-BAL-BACKED-OUT
               DISPLAY 'EVANCBKO: CYCLE ' WS-CYCLE-DATE
                   ' ALREADY BACKED OUT ON ' WS-BAL-BACKOUT-DATE
                   ', NOTHING TO DO'
               MOVE SPACES TO WS-SUM-TEXT
               STRING 'CYCLE ALREADY BACKED OUT ON '
                   WS-BAL-BACKOUT-DATE ' - NOTHING REVERSED'
                   DELIMITED BY SIZE INTO WS-SUM-TEXT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT
               SET WS-RC-WARNING TO TRUE
               GO TO 2000-EXIT.
           MOVE 'EVANCEDT' TO WS-REG-PROGRAM.
           PERFORM 2150-READ-ONE-REG-PARA THRU 2150-EXIT.
           MOVE WS-REG-COUNT TO WS-EDT-COUNT.
           MOVE WS-REG-FOUND-SW TO WS-EDT-FOUND-SW.
           MOVE 'EVANCOLWELL' TO WS-REG-PROGRAM.
           PERFORM 2150-READ-ONE-REG-PARA THRU 2150-EXIT.
           MOVE WS-REG-COUNT TO WS-OLW-COUNT.
           MOVE WS-REG-FOUND-SW TO WS-OLW-FOUND-SW.
           PERFORM 2200-COUNT-HISTORY-PARA THRU 2200-EXIT.
           PERFORM 2300-COUNT-BATCHES-PARA THRU 2300-EXIT.
           PERFORM 2400-COUNT-REGISTRY-PARA THRU 2400-EXIT.
           MOVE 'PROOF AGAINST EVANCBAL - NOTHING REVERSED YET'
               TO WS-SUM-TEXT.
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
           MOVE WS-BAL-TRAILER TO WS-LEG-BENCH.
           MOVE 'EVANCBAL TRAILER (REGISTRY)' TO WS-LEG-NAME.
           MOVE WS-BAL-TRAILER TO WS-LEG-COUNT.
           MOVE WS-BAL-FOUND-SW TO WS-LEG-FOUND-SW.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           MOVE 'EDIT ACCEPTED (REGISTRY)' TO WS-LEG-NAME.
           MOVE WS-EDT-COUNT TO WS-LEG-COUNT.
           MOVE WS-EDT-FOUND-SW TO WS-LEG-FOUND-SW.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           MOVE 'EVANCOLWELL ISSUED (REGISTRY)' TO WS-LEG-NAME.
           MOVE WS-OLW-COUNT TO WS-LEG-COUNT.
           MOVE WS-OLW-FOUND-SW TO WS-LEG-FOUND-SW.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           MOVE 'HISTORY ROWS TO REMOVE' TO WS-LEG-NAME.
           MOVE WS-GHM-COUNT TO WS-LEG-COUNT.
           MOVE 'Y' TO WS-LEG-FOUND-SW.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           IF WS-XPD-GHM-COUNT > 0 OR WS-XPD-OLW-COUNT > 0
               MOVE WS-XPD-OLW-COUNT TO WS-LEG-BENCH
               MOVE 'EXPEDITE HISTORY ROWS TO REMOVE'
                   TO WS-LEG-NAME
               MOVE WS-XPD-GHM-COUNT TO WS-LEG-COUNT
               PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT
           END-IF.
      *The batch and registry counts have no EVANCBAL benchmark -
      *a batch's detail count includes the requests the edit
      *rejected or suppressed - so they are listed, not judged,
      *and judged against themselves once the reversal is done.
           MOVE SPACES TO WS-ITEM-LINE.
           MOVE 'BATCHES TO RELEASE' TO WS-ITEM-LINE (1:34).
           MOVE WS-BRG-COUNT TO WS-ITEM-COUNT.
           MOVE 'COUNTED' TO WS-ITEM-NOTE.
           MOVE WS-ITEM-LINE TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
           MOVE SPACES TO WS-ITEM-LINE.
           MOVE 'BATCH DETAILS TO RELEASE' TO WS-ITEM-LINE (1:34).
           MOVE WS-BRG-DET-COUNT TO WS-ITEM-COUNT.
           MOVE 'COUNTED' TO WS-ITEM-NOTE.
           MOVE WS-ITEM-LINE TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
           MOVE SPACES TO WS-ITEM-LINE.
           MOVE 'REGISTRY RECORDS TO BACK OUT'
               TO WS-ITEM-LINE (1:34).
           MOVE WS-RUN-REC-COUNT TO WS-ITEM-COUNT.
           MOVE 'COUNTED' TO WS-ITEM-NOTE.
           MOVE WS-ITEM-LINE TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
           IF WS-BAL-FOUND AND WS-BAL-RC NOT = 0
               DISPLAY 'EVANCBKO: EVANCBAL CLOSED THE CYCLE WITH RC '
                   WS-BAL-RC
           END-IF.
           IF WS-BROKEN-COUNT = 0
               SET WS-PROVEN TO TRUE
               MOVE 'CYCLE BALANCES TO EVANCBAL - REVERSING'
                   TO WS-SUM-TEXT
           ELSE
               SET WS-RC-FAILURE TO TRUE
               MOVE SPACES TO WS-SUM-TEXT
               STRING 'BACKOUT REFUSED, NOT IN BALANCE AT: '
                   WS-FIRST-BROKEN
                   DELIMITED BY SIZE INTO WS-SUM-TEXT
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2100-READ-BALANCE-PARA reads the record EVANCBAL booked    *
      * for the cycle. Only a COMPLETE record is a balancing the   *
      * backout can be proved against; a backed-out one means this *
      * cycle has been reversed already.                           *
      *----------------------------------------------------------*
       2100-READ-BALANCE-PARA.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           MOVE 'EVANCBAL' TO RUN-PROGRAM-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RUN-COMPLETE
                           SET WS-BAL-FOUND TO TRUE
                           MOVE RUN-RECORD-COUNT TO WS-BAL-TRAILER
                           MOVE RUN-RETURN-CODE TO WS-BAL-RC
                       WHEN RUN-BACKED-OUT
                           SET WS-BAL-BACKED-OUT TO TRUE
                           MOVE RUN-BACKOUT-DATE
                               TO WS-BAL-BACKOUT-DATE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       2100-EXIT.
           EXIT.
       2150-READ-ONE-REG-PARA.
           MOVE 'N' TO WS-REG-FOUND-SW.
           MOVE 0 TO WS-REG-COUNT.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           MOVE WS-REG-PROGRAM TO RUN-PROGRAM-ID.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUN-COMPLETE
                       SET WS-REG-FOUND TO TRUE
                       MOVE RUN-RECORD-COUNT TO WS-REG-COUNT
                   END-IF
           END-READ.
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2200-COUNT-HISTORY-PARA counts the history master rows     *
      * loaded under the cycle's run date, the nightly rows and    *
      * the expedite band apart.                                   *
      *----------------------------------------------------------*
       2200-COUNT-HISTORY-PARA.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2900-START-HISTORY-PARA THRU 2900-EXIT.
           PERFORM 2210-COUNT-ONE-ROW-PARA THRU 2210-EXIT
               UNTIL WS-EOF.
       2200-EXIT.
           EXIT.
       2210-COUNT-ONE-ROW-PARA.
           READ HISTORY-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           IF GHM-RUN-DATE NOT = WS-CYCLE-DATE
               SET WS-EOF TO TRUE
               GO TO 2210-EXIT.
           IF GHM-SEQ NOT < XPD-SEQ-BASE
               ADD 1 TO WS-XPD-GHM-COUNT
           ELSE
               ADD 1 TO WS-GHM-COUNT
           END-IF.
       2210-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2300-COUNT-BATCHES-PARA counts the batch registry entries  *
      * booked under the cycle and their details. The registry is  *
      * keyed by site and create date, not cycle, so it is read    *
      * end to end.                                                *
      *----------------------------------------------------------*
       2300-COUNT-BATCHES-PARA.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2950-START-BATCHES-PARA THRU 2950-EXIT.
           PERFORM 2310-COUNT-ONE-BATCH-PARA THRU 2310-EXIT
               UNTIL WS-EOF.
       2300-EXIT.
           EXIT.
       2310-COUNT-ONE-BATCH-PARA.
           READ BATCH-REG-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2310-EXIT
           END-READ.
           IF BRG-CYCLE-DATE = WS-CYCLE-DATE
               ADD 1 TO WS-BRG-COUNT
               ADD BRG-DETAIL-COUNT TO WS-BRG-DET-COUNT
           END-IF.
       2310-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2400-COUNT-REGISTRY-PARA counts the cycle's run-control    *
      * records not already backed out, and sums the issued counts *
      * the cycle's intraday expedites booked.                     *
      *----------------------------------------------------------*
       2400-COUNT-REGISTRY-PARA.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2980-START-REGISTRY-PARA THRU 2980-EXIT.
           PERFORM 2410-COUNT-ONE-REG-PARA THRU 2410-EXIT
               UNTIL WS-EOF.
       2400-EXIT.
           EXIT.
       2410-COUNT-ONE-REG-PARA.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ.
           IF RUN-CYCLE-DATE NOT = WS-CYCLE-DATE
               SET WS-EOF TO TRUE
               GO TO 2410-EXIT.
           IF NOT RUN-BACKED-OUT
               ADD 1 TO WS-RUN-REC-COUNT
           END-IF.
           MOVE RUN-PROGRAM-ID TO XPD-RUN-LABEL.
           IF XPD-IS-EXPEDITE AND XPD-STAGE-ISSUE AND RUN-COMPLETE
               ADD RUN-RECORD-COUNT TO WS-XPD-OLW-COUNT
           END-IF.
       2410-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2900-2980 position each master at the first key the cycle  *
      * could own, for the proof pass and the reversal alike.      *
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
       2950-START-BATCHES-PARA.
           MOVE LOW-VALUES TO BRG-KEY.
           START BATCH-REG-FILE KEY IS NOT LESS THAN BRG-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
       2950-EXIT.
           EXIT.
       2980-START-REGISTRY-PARA.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           MOVE LOW-VALUES TO RUN-PROGRAM-ID.
           START RUN-CONTROL-FILE KEY IS NOT LESS THAN RUN-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
       2980-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3000-REVERSE-PARA takes the proven cycle away: its history *
      * rows, its batch registry entries, and - last, so a backout *
      * that dies part way leaves the cycle still blocked from a   *
      * rerun - its run-control records.                           *
      *----------------------------------------------------------*
       3000-REVERSE-PARA.
           IF NOT WS-PROVEN
               GO TO 3000-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
           MOVE 'REVERSAL' TO WS-SUM-TEXT.
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2900-START-HISTORY-PARA THRU 2900-EXIT.
           PERFORM 3100-DELETE-ROW-PARA THRU 3100-EXIT
               UNTIL WS-EOF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2950-START-BATCHES-PARA THRU 2950-EXIT.
           PERFORM 3200-RELEASE-BATCH-PARA THRU 3200-EXIT
               UNTIL WS-EOF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2980-START-REGISTRY-PARA THRU 2980-EXIT.
           PERFORM 3300-MARK-REGISTRY-PARA THRU 3300-EXIT
               UNTIL WS-EOF.
       3000-EXIT.
           EXIT.
       3100-DELETE-ROW-PARA.
           READ HISTORY-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF GHM-RUN-DATE NOT = WS-CYCLE-DATE
               SET WS-EOF TO TRUE
               GO TO 3100-EXIT.
           DELETE HISTORY-MASTER
               INVALID KEY
                   DISPLAY 'EVANCBKO: GHISTMST DELETE FAILED, KEY='
                       GHM-KEY ' STATUS=' WS-GHM-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-GHM-DELETED
           END-DELETE.
       3100-EXIT.
           EXIT.
       3200-RELEASE-BATCH-PARA.
           READ BATCH-REG-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           IF BRG-CYCLE-DATE NOT = WS-CYCLE-DATE
               GO TO 3200-EXIT.
           MOVE SPACES TO WS-ITEM-LINE.
           MOVE 'BATCH' TO WS-ITEM-KIND.
           MOVE BRG-SITE-ID TO WS-ITEM-KEY1.
           MOVE BRG-CREATE-DATE TO WS-ITEM-KEY2.
           MOVE BRG-DETAIL-COUNT TO WS-ITEM-COUNT.
           DELETE BATCH-REG-FILE
               INVALID KEY
                   DISPLAY 'EVANCBKO: BCHREG DELETE FAILED, KEY='
                       BRG-KEY ' STATUS=' WS-BRG-STATUS
                   MOVE 'NOT RELEASED' TO WS-ITEM-NOTE
               NOT INVALID KEY
                   ADD 1 TO WS-BRG-RELEASED
                   ADD BRG-DETAIL-COUNT TO WS-BRG-DET-RELEASED
                   MOVE 'RELEASED' TO WS-ITEM-NOTE
           END-DELETE.
           MOVE WS-ITEM-LINE TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
       3200-EXIT.
           EXIT.
       3300-MARK-REGISTRY-PARA.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3300-EXIT
           END-READ.
           IF RUN-CYCLE-DATE NOT = WS-CYCLE-DATE
               SET WS-EOF TO TRUE
               GO TO 3300-EXIT.
           IF RUN-BACKED-OUT
               GO TO 3300-EXIT.
           MOVE SPACES TO WS-ITEM-LINE.
           MOVE 'RUN' TO WS-ITEM-KIND.
           MOVE RUN-PROGRAM-ID TO WS-ITEM-KEY1.
           IF RUN-COMPLETE
               MOVE 'COMPLETE' TO WS-ITEM-KEY2
           ELSE
               MOVE 'STARTED' TO WS-ITEM-KEY2
           END-IF.
           MOVE RUN-RECORD-COUNT TO WS-ITEM-COUNT.
           SET RUN-BACKED-OUT TO TRUE.
           MOVE WS-RUN-DATE TO RUN-BACKOUT-DATE.
           REWRITE RUN-RECORD
               INVALID KEY
                   DISPLAY 'EVANCBKO: RUNCTL REWRITE FAILED, KEY='
                       RUN-KEY ' STATUS=' WS-RUN-STATUS
                   MOVE 'NOT BACKED OUT' TO WS-ITEM-NOTE
               NOT INVALID KEY
                   ADD 1 TO WS-RUN-MARKED
                   MOVE 'BACKED OUT' TO WS-ITEM-NOTE
           END-REWRITE.
           MOVE WS-ITEM-LINE TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 4000-RECONCILE-PARA lays every count removed against what  *
      * the proof pass counted - the history rows against the      *
      * EVANCBAL trailer itself - and names the first that fell    *
      * short.                                                     *
      *----------------------------------------------------------*
       4000-RECONCILE-PARA.
           IF NOT WS-PROVEN
               GO TO 4000-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
           MOVE 'COUNTS REMOVED' TO WS-SUM-TEXT.
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
           MOVE 'Y' TO WS-LEG-FOUND-SW.
           MOVE 'HISTORY ROWS DELETED' TO WS-LEG-NAME.
           MOVE WS-GHM-DELETED TO WS-LEG-COUNT.
           COMPUTE WS-ALL-ROWS-BENCH =
               WS-BAL-TRAILER + WS-XPD-OLW-COUNT.
           MOVE WS-ALL-ROWS-BENCH TO WS-LEG-BENCH.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           MOVE 'BATCHES RELEASED' TO WS-LEG-NAME.
           MOVE WS-BRG-RELEASED TO WS-LEG-COUNT.
           MOVE WS-BRG-COUNT TO WS-LEG-BENCH.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           MOVE 'BATCH DETAILS RELEASED' TO WS-LEG-NAME.
           MOVE WS-BRG-DET-RELEASED TO WS-LEG-COUNT.
           MOVE WS-BRG-DET-COUNT TO WS-LEG-BENCH.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           MOVE 'REGISTRY RECORDS BACKED OUT' TO WS-LEG-NAME.
           MOVE WS-RUN-MARKED TO WS-LEG-COUNT.
           MOVE WS-RUN-REC-COUNT TO WS-LEG-BENCH.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           IF WS-BROKEN-COUNT = 0
               MOVE 'CYCLE BACKED OUT - A CONTROLLED RERUN MAY START'
                   TO WS-SUM-TEXT
           ELSE
               SET WS-RC-FAILURE TO TRUE
               MOVE SPACES TO WS-SUM-TEXT
               STRING 'BACKOUT INCOMPLETE AT: ' WS-FIRST-BROKEN
                   DELIMITED BY SIZE INTO WS-SUM-TEXT
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
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
           DISPLAY 'EVANCBKO: ' WS-LEG-NAME ' COUNT='
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
           IF WS-RUN-OPENED
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-GHM-OPENED
               CLOSE HISTORY-MASTER
           END-IF.
           IF WS-BRG-OPENED
               CLOSE BATCH-REG-FILE
           END-IF.
           IF WS-RPT-OPENED
               CLOSE REPORT-FILE
           END-IF.
           DISPLAY 'EVANCBKO: CYCLE=' WS-CYCLE-DATE
               ' HISTORY-DELETED=' WS-GHM-DELETED
               ' BATCHES-RELEASED=' WS-BRG-RELEASED
               ' RUNCTL-BACKED-OUT=' WS-RUN-MARKED.
           PERFORM 8800-LOG-RUN-MSG-PARA THRU 8800-EXIT.
       9000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 8800-LOG-RUN-MSG-PARA logs the reversal - or the refusal - *
      * to the central operations message file, so the digest      *
      * shows the cycle was taken back and by how much.            *
      *----------------------------------------------------------*
       8800-LOG-RUN-MSG-PARA.
           MOVE SPACES TO MSG-REQUEST.
           MOVE 'EVANCBKO' TO MSG-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO MSG-REQ-CYCLE-DATE.
           EVALUATE TRUE
               WHEN WS-RC-FAILURE
                   SET MSG-REQ-SEV-ERROR TO TRUE
               WHEN WS-RC-WARNING
                   SET MSG-REQ-WARNING TO TRUE
               WHEN OTHER
                   SET MSG-REQ-INFO TO TRUE
           END-EVALUATE.
           IF WS-PROVEN
               MOVE 'BACKOUT ' TO WS-MSG-VERB
           ELSE
               MOVE 'REFUSED ' TO WS-MSG-VERB
           END-IF.
           MOVE WS-GHM-DELETED TO WS-MSG-HIST.
           MOVE WS-BRG-RELEASED TO WS-MSG-BATCHES.
           MOVE WS-RUN-MARKED TO WS-MSG-RUNCTL.
           MOVE WS-BROKEN-COUNT TO WS-MSG-BROKEN.
           MOVE WS-MSG-SUMMARY TO MSG-REQ-TEXT.
           CALL 'EVANCMSG' USING MSG-REQUEST.
       8800-EXIT.
           EXIT.
