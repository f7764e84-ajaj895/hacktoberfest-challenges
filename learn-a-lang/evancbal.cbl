      *judged against - it is the control total the suite has
      *reconciled to since EVANCVAL existed.
      *
      *Requests the edit diverted by the recipient suppression
      *master never reach OUTFILE, so they balance on their own:
      *the suppressed count the edit booked on the registry is
      *the benchmark for the recounted suppressed-request file
      *and for the count EVANCSUL booked for the sites' listing.
      *
      *A split file held because every site it serves is closed
      *on the processing calendar never reaches a trailer the
      *night it is held, and reaches one on a later night when it
      *is released. The split trailers are therefore judged net
      *of holds: the trailers, plus what EVANCSPL held tonight,
      *less what it released from earlier nights, off the
      *previous and new split hold generations.
      *
      *Intraday expedites booked to the cycle balance as a chain
      *of their own on a separate section of the report, so the
      *nightly legs above keep the OUTFILE trailer as their
      *benchmark. The expedites' issued counts off the registry
      *are the benchmark for their edit, reconciliation and split
      *counts and for the history rows in the expedite sequence
      *band (see EVANCXID); an expedite stage still in flight is
      *a leg broken on its own.
      *
      *The PARM carries the stream's cycle date (YYYYMMDD); a
      *blank PARM takes today's date.
      *
      *
      *Modification History:
      * 2026-09-02  EC  Initial version.
      * 2026-10-15  EC  Balanced the edit's suppressed requests
      *                 against the suppressed file and the
      *                 EVANCSUL listing.
      * 2026-10-15  EC  Judged the split trailers net of the
      *                 greetings EVANCSPL held for closed sites
      *                 and released from earlier holds.
      * 2026-10-15  EC  Balanced the intraday expedites booked to
      *                 the cycle as a separate section, and kept
      *                 their history rows out of the nightly leg.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCBAL.
       AUTHOR. EVANCOLWELL.
               FILE STATUS IS WS-GHM-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SUPPRESSED-FILE ASSIGN TO "SUPPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPD-STATUS.
      *The eight split files share one status field the same way
      *they do in EVANCSPL and EVANCACK: every OPEN and READ is
      *checked on the spot.
           SELECT HOLD-IN-FILE ASSIGN TO "SPLHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.
           SELECT HOLD-OUT-FILE ASSIGN TO "SPLHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-STATUS.
           SELECT SPLIT-FILE-1 ASSIGN TO "SPLIT01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-STATUS.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 RPT-LINE PIC X(132).
       FD  SUPPRESSED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSPD.
       FD  HOLD-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSHD.
       FD  HOLD-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01 HOT-RECORD PIC X(100).
       FD  SPLIT-FILE-1
           LABEL RECORDS ARE STANDARD.
       01 SPL1-RECORD PIC X(80).
           88 WS-RPT-OK VALUE '00'.
       01 WS-RPT-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-RPT-OPENED VALUE 'Y'.
       01 WS-SPD-STATUS PIC X(02).
           88 WS-SPD-OK VALUE '00'.
       01 WS-SPD-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-SPD-OPENED VALUE 'Y'.
       01 WS-SPL-STATUS PIC X(02).
           88 WS-SPL-OK VALUE '00'.
           88 WS-SPL-ABSENT VALUE '35'.
      *The two split hold generations share one status field the
      *same way the split files do: each is opened, read to the
      *end and closed before the other is touched.
       01 WS-HLD-STATUS PIC X(02).
           88 WS-HLD-OK VALUE '00'.
           88 WS-HLD-ABSENT VALUE '35'.
       01 WS-HLD-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-HLD-EOF VALUE 'Y'.
       01 WS-OUT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-OUT-EOF VALUE 'Y'.
       01 WS-GHM-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-GHM-EOF VALUE 'Y'.
       01 WS-SPL-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-SPL-EOF VALUE 'Y'.
       01 WS-SPD-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-SPD-EOF VALUE 'Y'.
       01 WS-RUN-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-RUN-EOF VALUE 'Y'.
       01 WS-CYCLE-DATE PIC X(08).
      *The chain's control totals, one field per leg.
       01 WS-EDT-COUNT PIC 9(08) VALUE 0 COMP.
           88 WS-OUT-TRL-FOUND VALUE 'Y'.
       01 WS-GHM-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-XMIT-TOTAL PIC 9(08) VALUE 0 COMP.
      *The split hold legs: greetings read back from the previous
      *hold generation, those held tonight and those held again,
      *and what that leaves released to tonight's split files.
       01 WS-HIN-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-HELD-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-REHELD-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-RELEASED-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-XMIT-NET PIC 9(08) VALUE 0 COMP.
       01 WS-HOLD-REC.
           05 WS-HOLD-CYCLE PIC X(08).
           05 FILLER PIC X(92).
      *The suppression legs: the edit's booked suppressed count,
      *the suppressed file recounted, and the count EVANCSUL
      *listed for the sites.
       01 WS-EDT-SUPPRESS-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-SPD-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-SUL-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-SUL-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-SUL-FOUND VALUE 'Y'.
      *The expedite legs: each stage's completed counts summed
      *across every expedite booked to the cycle, the expedites
      *that issued, the stages still in flight, and the history
      *rows in the expedite sequence band.
       01 WS-XPD-EDT-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-XPD-OLW-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-XPD-VAL-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-XPD-SPL-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-XPD-RUNS PIC 9(04) VALUE 0 COMP.
       01 WS-XPD-OPEN-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-XPD-REG-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-XPD-GHM-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-XPD-RUNS-ED PIC Z,ZZ9.
           COPY EVANCXID.
      *Registry lookup staging: the caller names the program, the
      *lookup answers with its booked count (and, for the edit,
      *its suppressed count).
       01 WS-REG-PROGRAM PIC X(11).
       01 WS-REG-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-REG-SUPPRESS PIC 9(08) VALUE 0 COMP.
       01 WS-REG-FOUND-SW PIC X(01).
           88 WS-REG-FOUND VALUE 'Y'.
      *Split scan state, shared by the eight file arms.
           05 WS-SPL-REC-COUNT PIC 9(06).
           05 FILLER PIC X(73).
      *Leg-judging staging: 6100 compares the staged count to the
      *benchmark staged with it - the OUTFILE trailer for the
      *issued chain, the edit's suppressed count for the
      *suppression legs - and prints the verdict line.
       01 WS-LEG-NAME PIC X(34).
       01 WS-LEG-BENCH PIC 9(08) VALUE 0 COMP.
       01 WS-LEG-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-LEG-FOUND-SW PIC X(01).
       01 WS-BROKEN-COUNT PIC 9(02) VALUE 0 COMP.
           COPY EVANCRNQ.
      *Run outcome, reflected into RETURN-CODE at end of run, the
      *same 0/4/8 convention the rest of the suite uses: 0 =
      *every leg of the chain ties to its benchmark, 8 =
      *any leg broke (the report names it) or a file could not
      *be opened.
       01 WS-RUN-RC PIC 9(03) VALUE 0.
       0000-MAINLINE.
           PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
           PERFORM 2000-READ-REGISTRY-PARA THRU 2000-EXIT.
           PERFORM 2500-SUM-EXPEDITE-PARA THRU 2500-EXIT.
           PERFORM 3000-SCAN-OUTFILE-PARA THRU 3000-EXIT
               UNTIL WS-OUT-EOF.
           PERFORM 3500-COUNT-SUPPRESSED-PARA THRU 3500-EXIT
               UNTIL WS-SPD-EOF.
           PERFORM 4000-COUNT-HISTORY-PARA THRU 4000-EXIT.
           PERFORM 5000-SUM-SPLITS-PARA THRU 5000-EXIT
               VARYING WS-SPL-SLOT FROM 1 BY 1
               UNTIL WS-SPL-SLOT > WS-SPLIT-MAX.
           PERFORM 5500-COUNT-HOLDS-PARA THRU 5500-EXIT.
           PERFORM 6000-JUDGE-PARA THRU 6000-EXIT.
           PERFORM 9000-CLOSE-PARA THRU 9000-EXIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
                   WS-RUN-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           OPEN INPUT SUPPRESSED-FILE.
           IF WS-SPD-OK
               SET WS-SPD-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCBAL: UNABLE TO OPEN SUPPFILE, STATUS='
                   WS-SPD-STATUS
               SET WS-RC-FAILURE TO TRUE
               SET WS-SPD-EOF TO TRUE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-OK
               SET WS-RPT-OPENED TO TRUE
           MOVE 'EVANCEDT' TO WS-REG-PROGRAM.
           PERFORM 2100-READ-ONE-REG-PARA THRU 2100-EXIT.
           MOVE WS-REG-COUNT TO WS-EDT-COUNT.
           MOVE WS-REG-SUPPRESS TO WS-EDT-SUPPRESS-COUNT.
           MOVE WS-REG-FOUND-SW TO WS-EDT-FOUND-SW.
           MOVE 'EVANCOLWELL' TO WS-REG-PROGRAM.
           PERFORM 2100-READ-ONE-REG-PARA THRU 2100-EXIT.
           PERFORM 2100-READ-ONE-REG-PARA THRU 2100-EXIT.
           MOVE WS-REG-COUNT TO WS-SPLIT-REG-COUNT.
           MOVE WS-REG-FOUND-SW TO WS-SPLIT-REG-FOUND-SW.
           MOVE 'EVANCSUL' TO WS-REG-PROGRAM.
           PERFORM 2100-READ-ONE-REG-PARA THRU 2100-EXIT.
           MOVE WS-REG-COUNT TO WS-SUL-COUNT.
           MOVE WS-REG-FOUND-SW TO WS-SUL-FOUND-SW.
       2000-EXIT.
           EXIT.
       2100-READ-ONE-REG-PARA.
           MOVE 'N' TO WS-REG-FOUND-SW.
           MOVE 0 TO WS-REG-COUNT.
           MOVE 0 TO WS-REG-SUPPRESS.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           MOVE WS-REG-PROGRAM TO RUN-PROGRAM-ID.
           READ RUN-CONTROL-FILE
                   IF RUN-COMPLETE
                       SET WS-REG-FOUND TO TRUE
                       MOVE RUN-RECORD-COUNT TO WS-REG-COUNT
                       IF RUN-SUPPRESS-COUNT NUMERIC
                           MOVE RUN-SUPPRESS-COUNT TO WS-REG-SUPPRESS
                       END-IF
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2500-SUM-EXPEDITE-PARA browses the registry records the    *
      * intraday expedites booked to the cycle under their run     *
      * labels, summing each stage's completed counts. Backed-out  *
      * records count for nothing; a stage still STARTED counts    *
      * as in flight.                                              *
      *----------------------------------------------------------*
       2500-SUM-EXPEDITE-PARA.
           IF NOT WS-RUN-OPENED
               GO TO 2500-EXIT.
           MOVE SPACES TO XPD-RUN-LABEL.
           MOVE 'EXP' TO XPD-LABEL-PREFIX.
           MOVE WS-CYCLE-DATE TO RUN-CYCLE-DATE.
           MOVE XPD-RUN-LABEL TO RUN-PROGRAM-ID.
           MOVE 'N' TO WS-RUN-EOF-SW.
           START RUN-CONTROL-FILE KEY IS NOT LESS THAN RUN-KEY
               INVALID KEY
                   SET WS-RUN-EOF TO TRUE
           END-START.
           PERFORM 2510-TAKE-EXPEDITE-PARA THRU 2510-EXIT
               UNTIL WS-RUN-EOF.
       2500-EXIT.
           EXIT.
       2510-TAKE-EXPEDITE-PARA.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-RUN-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ.
           MOVE RUN-PROGRAM-ID TO XPD-RUN-LABEL.
           IF RUN-CYCLE-DATE NOT = WS-CYCLE-DATE
                   OR NOT XPD-IS-EXPEDITE
               SET WS-RUN-EOF TO TRUE
               GO TO 2510-EXIT.
           ADD 1 TO WS-XPD-REG-COUNT.
           IF RUN-STARTED
               ADD 1 TO WS-XPD-OPEN-COUNT
               DISPLAY 'EVANCBAL: EXPEDITE STAGE ' RUN-PROGRAM-ID
                   ' STILL IN FLIGHT'
               GO TO 2510-EXIT.
           IF NOT RUN-COMPLETE
               GO TO 2510-EXIT.
           EVALUATE TRUE
               WHEN XPD-STAGE-EDIT
                   ADD RUN-RECORD-COUNT TO WS-XPD-EDT-COUNT
               WHEN XPD-STAGE-ISSUE
                   ADD RUN-RECORD-COUNT TO WS-XPD-OLW-COUNT
                   ADD 1 TO WS-XPD-RUNS
               WHEN XPD-STAGE-RECON
                   ADD RUN-RECORD-COUNT TO WS-XPD-VAL-COUNT
               WHEN XPD-STAGE-SPLIT
                   ADD RUN-RECORD-COUNT TO WS-XPD-SPL-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2510-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3000-SCAN-OUTFILE-PARA recounts the cycle's output         *
      * generation and captures its trailer - the benchmark the    *
      * rest of the chain is judged against.                       *
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3500-COUNT-SUPPRESSED-PARA recounts the requests the edit  *
      * wrote to the cycle's suppressed-request file.              *
      *----------------------------------------------------------*
       3500-COUNT-SUPPRESSED-PARA.
           READ SUPPRESSED-FILE
               AT END
                   SET WS-SPD-EOF TO TRUE
                   GO TO 3500-EXIT
           END-READ.
           ADD 1 TO WS-SPD-COUNT.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 4000-COUNT-HISTORY-PARA counts the history master rows     *
      * loaded under the cycle's run date, the nightly load's and  *
      * the expedites' apart.                                      *
      *----------------------------------------------------------*
       4000-COUNT-HISTORY-PARA.
           IF NOT WS-GHM-OPENED
           IF GHM-RUN-DATE NOT = WS-CYCLE-DATE
               SET WS-GHM-EOF TO TRUE
               GO TO 4100-EXIT.
           IF GHM-SEQ NOT < XPD-SEQ-BASE
               ADD 1 TO WS-XPD-GHM-COUNT
           ELSE
               ADD 1 TO WS-GHM-COUNT
           END-IF.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------*
       5900-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 5500-COUNT-HOLDS-PARA counts the previous split hold       *
      * generation and the new one EVANCSPL wrote, telling the     *
      * greetings first held tonight from the ones held again, so  *
      * the split trailers can be netted back to the night's own   *
      * output. A missing generation (status 35, ad-hoc DDs only)  *
      * counts as empty.                                           *
      *----------------------------------------------------------*
       5500-COUNT-HOLDS-PARA.
           OPEN INPUT HOLD-IN-FILE.
           EVALUATE TRUE
               WHEN WS-HLD-OK
                   MOVE 'N' TO WS-HLD-EOF-SW
                   PERFORM 5510-READ-HOLD-IN-PARA THRU 5510-EXIT
                       UNTIL WS-HLD-EOF
                   CLOSE HOLD-IN-FILE
               WHEN WS-HLD-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'EVANCBAL: UNABLE TO OPEN SPLHIN, STATUS='
                       WS-HLD-STATUS
                   SET WS-RC-FAILURE TO TRUE
           END-EVALUATE.
           OPEN INPUT HOLD-OUT-FILE.
           EVALUATE TRUE
               WHEN WS-HLD-OK
                   MOVE 'N' TO WS-HLD-EOF-SW
                   PERFORM 5520-READ-HOLD-OUT-PARA THRU 5520-EXIT
                       UNTIL WS-HLD-EOF
                   CLOSE HOLD-OUT-FILE
               WHEN WS-HLD-ABSENT
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'EVANCBAL: UNABLE TO OPEN SPLHOUT, STATUS='
                       WS-HLD-STATUS
                   SET WS-RC-FAILURE TO TRUE
           END-EVALUATE.
           IF WS-HIN-COUNT > WS-REHELD-COUNT
               COMPUTE WS-RELEASED-COUNT =
                   WS-HIN-COUNT - WS-REHELD-COUNT
           END-IF.
           IF WS-XMIT-TOTAL + WS-HELD-COUNT > WS-RELEASED-COUNT
               COMPUTE WS-XMIT-NET = WS-XMIT-TOTAL + WS-HELD-COUNT
                   - WS-RELEASED-COUNT
           END-IF.
           DISPLAY 'EVANCBAL: SPLIT HOLD IN=' WS-HIN-COUNT
               ' HELD=' WS-HELD-COUNT
               ' REHELD=' WS-REHELD-COUNT
               ' RELEASED=' WS-RELEASED-COUNT.
       5500-EXIT.
           EXIT.
       5510-READ-HOLD-IN-PARA.
           READ HOLD-IN-FILE
               AT END
                   SET WS-HLD-EOF TO TRUE
                   GO TO 5510-EXIT
           END-READ.
           ADD 1 TO WS-HIN-COUNT.
       5510-EXIT.
           EXIT.
       5520-READ-HOLD-OUT-PARA.
           READ HOLD-OUT-FILE INTO WS-HOLD-REC
               AT END
                   SET WS-HLD-EOF TO TRUE
                   GO TO 5520-EXIT
           END-READ.
           IF WS-HOLD-CYCLE = WS-CYCLE-DATE
               ADD 1 TO WS-HELD-COUNT
           ELSE
               ADD 1 TO WS-REHELD-COUNT
           END-IF.
       5520-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 6000-JUDGE-PARA lays every leg against the OUTFILE         *
      * trailer benchmark, prints the balancing report and names   *
      * the first leg that broke.                                  *
               MOVE WS-OUT-DET-COUNT TO WS-OUT-TRL-COUNT
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           MOVE WS-OUT-TRL-COUNT TO WS-LEG-BENCH.
           MOVE 'EDIT ACCEPTED (REGISTRY)' TO WS-LEG-NAME.
           MOVE WS-EDT-COUNT TO WS-LEG-COUNT.
           MOVE WS-EDT-FOUND-SW TO WS-LEG-FOUND-SW.
           MOVE WS-GHM-COUNT TO WS-LEG-COUNT.
           MOVE 'Y' TO WS-LEG-FOUND-SW.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           MOVE 'SPLIT TRAILERS (NET OF HOLDS)' TO WS-LEG-NAME.
           MOVE WS-XMIT-NET TO WS-LEG-COUNT.
           MOVE 'Y' TO WS-LEG-FOUND-SW.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           MOVE 'EVANCSPL ROUTED (REGISTRY)' TO WS-LEG-NAME.
           MOVE WS-SPLIT-REG-COUNT TO WS-LEG-COUNT.
           MOVE WS-SPLIT-REG-FOUND-SW TO WS-LEG-FOUND-SW.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           MOVE WS-EDT-SUPPRESS-COUNT TO WS-LEG-BENCH.
           MOVE 'SUPPRESSED FILE (RECOUNTED)' TO WS-LEG-NAME.
           MOVE WS-SPD-COUNT TO WS-LEG-COUNT.
           MOVE 'Y' TO WS-LEG-FOUND-SW.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           MOVE 'SUPPRESSION LISTING (REGISTRY)' TO WS-LEG-NAME.
           MOVE WS-SUL-COUNT TO WS-LEG-COUNT.
           MOVE WS-SUL-FOUND-SW TO WS-LEG-FOUND-SW.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           IF WS-XPD-REG-COUNT > 0 OR WS-XPD-GHM-COUNT > 0
               PERFORM 6300-JUDGE-EXPEDITE-PARA THRU 6300-EXIT
           END-IF.
           IF WS-RPT-OPENED
               IF WS-BROKEN-COUNT = 0 AND NOT WS-RC-FAILURE
                   MOVE 'CYCLE IN BALANCE END TO END'
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 6100-JUDGE-LEG-PARA prints one leg against its benchmark.  *
      * A leg with no registry record is as broken as a wrong      *
      * count - a step that never booked its run is a step nobody  *
      * can vouch for.                                             *
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
           END-IF.
       6200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 6300-JUDGE-EXPEDITE-PARA prints the expedite section: the  *
      * number of expedites that issued against the cycle, then    *
      * each expedite leg against the expedites' issued total.     *
      *----------------------------------------------------------*
       6300-JUDGE-EXPEDITE-PARA.
           MOVE WS-XPD-RUNS TO WS-XPD-RUNS-ED.
           IF WS-RPT-OPENED
               MOVE SPACES TO WS-SUM-TEXT
               STRING 'INTRADAY EXPEDITES ISSUED FOR CYCLE: '
                   WS-XPD-RUNS-ED
                   DELIMITED BY SIZE INTO WS-SUM-TEXT
               MOVE WS-SUMMARY-LINE TO RPT-LINE
               WRITE RPT-LINE AFTER ADVANCING 2 LINES
           END-IF.
           MOVE WS-XPD-OLW-COUNT TO WS-LEG-BENCH.
           MOVE 'EXPEDITE EDIT ACCEPTED (REGISTRY)' TO WS-LEG-NAME.
           MOVE WS-XPD-EDT-COUNT TO WS-LEG-COUNT.
           MOVE 'Y' TO WS-LEG-FOUND-SW.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           MOVE 'EXPEDITE ISSUED (REGISTRY)' TO WS-LEG-NAME.
           MOVE WS-XPD-OLW-COUNT TO WS-LEG-COUNT.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           MOVE 'EXPEDITE RECONCILED (REGISTRY)' TO WS-LEG-NAME.
           MOVE WS-XPD-VAL-COUNT TO WS-LEG-COUNT.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           MOVE 'EXPEDITE HISTORY ROWS' TO WS-LEG-NAME.
           MOVE WS-XPD-GHM-COUNT TO WS-LEG-COUNT.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           MOVE 'EXPEDITE SPLIT ROUTED (REGISTRY)' TO WS-LEG-NAME.
           MOVE WS-XPD-SPL-COUNT TO WS-LEG-COUNT.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
           MOVE 0 TO WS-LEG-BENCH.
           MOVE 'EXPEDITE STAGES IN FLIGHT' TO WS-LEG-NAME.
           MOVE WS-XPD-OPEN-COUNT TO WS-LEG-COUNT.
           PERFORM 6100-JUDGE-LEG-PARA THRU 6100-EXIT.
       6300-EXIT.
           EXIT.
       6500-PAGE-HEADING-PARA.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-HEAD1-PAGE.
           IF WS-GHM-OPENED
               CLOSE HISTORY-MASTER
           END-IF.
           IF WS-SPD-OPENED
               CLOSE SUPPRESSED-FILE
           END-IF.
           IF WS-RUN-OPENED
               CLOSE RUN-CONTROL-FILE
           END-IF.
