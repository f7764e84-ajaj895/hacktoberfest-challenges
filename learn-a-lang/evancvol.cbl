      *Per-site volume anomaly check for the CSA-Hacktoberfest- --
      *Challenges 2020 greeting job.
      *Written by Evan Colwell
      *
      *EVANCVOL catches the site whose extract broke. EVANCEDT
      *only fails a night whose overall reject rate is abnormal
      *and EVANCBAL only proves the files agree with each other,
      *so a site that normally sends about 400 requests and sends
      *12, or 4,000, balances everywhere and goes out. This step
      *runs after the edit and lays each active site's accepted
      *count for the cycle against the site's own trailing
      *history.
      *
      *Tonight's count is the site's details on the clean input
      *file the edit built that came straight from the site's
      *transmission - released pending requests and recycled
      *rejects are not the site's extract and are left out. The
      *history is the nightly cycles in the trailing window on
      *which the inbound batch registry shows the site sent a
      *batch: each such cycle's volume is the site's greetings on
      *the greeting history master that came straight from its
      *transmission, or for a cycle loaded before the history
      *carried its site, the detail counts on the site's batches.
      *A cycle on which none of the site's greetings reached the
      *history is left out of the average, so one broken night
      *does not drag the next month's baseline down with it.
      *
      *The average and the spread (the standard deviation) are
      *taken over those cycles. The tolerance is kept per site on
      *the site distribution master: the count is a warning once
      *it is more than the warning number of spreads from the
      *average, and an error past the error number - but neither
      *unless the gap is also more than the floor percentage of
      *the average (scaled up by the error spread over the warning
      *spread for an error), so a steady site is not flagged for a
      *handful of requests. A site with fewer than the minimum
      *cycles of history, or with no batch tonight, is listed but
      *not judged. Every warning and error goes to the central
      *operations message file, so the nightly digest names the
      *site. An error at a site whose master row says to hold is
      *booked on the volume hold register, and EVANCSPL keeps the
      *site's greetings off its transmission file until an
      *operator releases them through EVANCVRL.
      *
      *The PARM carries the stream's cycle date (YYYYMMDD) and,
      *optionally, the trailing window in days (columns 9-11,
      *007-060, default 028). A blank PARM on an ad-hoc run takes
      *today's date.
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evancvol.cbl -I copybooks
      *
      *Modification History:
      * 2026-10-15  EC  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCVOL.
       AUTHOR. EVANCOLWELL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-FILE ASSIGN TO "SITEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STE-KEY
               FILE STATUS IS WS-STE-STATUS.
           SELECT CLEAN-FILE ASSIGN TO "CLEANIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLN-STATUS.
           SELECT BATCH-REG-FILE ASSIGN TO "BCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRG-KEY
               FILE STATUS IS WS-BRG-STATUS.
           SELECT HISTORY-MASTER ASSIGN TO "GHISTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GHM-KEY
               FILE STATUS IS WS-GHM-STATUS.
           SELECT VOL-HOLD-FILE ASSIGN TO "VOLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VHR-KEY
               FILE STATUS IS WS-VHR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SITE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSTE.
       FD  CLEAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCIN.
       FD  BATCH-REG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCBRG.
       FD  HISTORY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY EVANCGHM.
       FD  VOL-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCVHR.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 RPT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-STE-STATUS PIC X(02).
           88 WS-STE-OK VALUE '00'.
       01 WS-STE-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-STE-OPENED VALUE 'Y'.
       01 WS-CLN-STATUS PIC X(02).
           88 WS-CLN-OK VALUE '00'.
       01 WS-CLN-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-CLN-OPENED VALUE 'Y'.
       01 WS-BRG-STATUS PIC X(02).
           88 WS-BRG-OK VALUE '00'.
       01 WS-BRG-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-BRG-OPENED VALUE 'Y'.
       01 WS-GHM-STATUS PIC X(02).
           88 WS-GHM-OK VALUE '00'.
       01 WS-GHM-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-GHM-OPENED VALUE 'Y'.
       01 WS-VHR-STATUS PIC X(02).
           88 WS-VHR-OK VALUE '00'.
       01 WS-VHR-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-VHR-OPENED VALUE 'Y'.
       01 WS-RPT-STATUS PIC X(02).
           88 WS-RPT-OK VALUE '00'.
       01 WS-RPT-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-RPT-OPENED VALUE 'Y'.
      *One end-of-file switch, reset before each pass: the site
      *master, the clean input file, the batch registry and the
      *history master are each read through once.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-CYCLE-DATE PIC X(08).
       01 WS-RUN-DATE PIC X(08).
       01 WS-RUN-TIME PIC X(08).
      *The trailing window: the cycles from the window's first
      *day up to the night before the cycle date. Day n of the
      *window is the cycle date less n days.
       01 WS-WINDOW-DAYS PIC 9(03) VALUE 28.
       01 WS-WINDOW-MIN PIC 9(03) VALUE 7.
       01 WS-WINDOW-MAX PIC 9(03) VALUE 60.
       01 WS-CYCLE-NUM PIC 9(08) VALUE 0 COMP.
       01 WS-START-NUM PIC 9(08) VALUE 0 COMP.
       01 WS-START-DATE PIC 9(08).
       01 WS-START-X PIC X(08).
       01 WS-ROW-DATE PIC 9(08).
       01 WS-ROW-NUM PIC 9(08) VALUE 0 COMP.
       01 WS-ROW-OFFSET PIC S9(05) VALUE 0 COMP.
       01 WS-LAST-GHM-DATE PIC X(08) VALUE SPACES.
       01 WS-DAY-SUB PIC 9(03) VALUE 0 COMP.
      *Days in the window on which at least one history row
      *carried its site - the cycles loaded since the history
      *learned its lineage. A day without one is read from the
      *batch registry's detail counts instead.
       01 WS-LINEAGE-TABLE.
           05 WS-LINEAGE-DAY OCCURS 60 TIMES PIC X(01).
               88 WS-LINEAGE-ON-DAY VALUE 'Y'.
      *The minimum history a site needs to be judged, and the
      *tolerance a site takes when its master row leaves a field
      *blank: 2.5 spreads for a warning, 4.0 for an error, and a
      *gap of at least 25 per cent of the average either way -
      *the same 25 per cent EVANCTRD flags a run's volume at.
       01 WS-MIN-CYCLES PIC 9(02) VALUE 5.
       01 WS-DFLT-WARN-SPREAD PIC 9(01)V9(01) VALUE 2.5.
       01 WS-DFLT-ERROR-SPREAD PIC 9(01)V9(01) VALUE 4.0.
       01 WS-DFLT-FLOOR-PCT PIC 9(03) VALUE 25.
      *Active site table, loaded in key order from the site
      *distribution master with each site's tolerance, tonight's
      *count and a row per day of the window: whether the batch
      *registry shows the site sent a nightly batch that cycle,
      *the detail count on those batches, and the site's direct
      *greetings the history master holds for the cycle. Rows
      *past the last site are keyed high-values so the binary
      *search over the history's rows stays in key order. More
      *active sites than rows fails the run - a check that skips
      *some sites would pass a broken extract in silence.
       01 WS-SITE-MAX PIC 9(03) VALUE 200 COMP.
       01 WS-SITE-USED PIC 9(03) VALUE 0 COMP.
       01 WS-SITE-TABLE.
           05 WS-SITE-ROW OCCURS 200 TIMES
                   ASCENDING KEY IS WS-SIT-ID
                   INDEXED BY SIT-IDX.
               10 WS-SIT-ID PIC X(08).
               10 WS-SIT-WARN-SPREAD PIC 9(01)V9(01).
               10 WS-SIT-ERROR-SPREAD PIC 9(01)V9(01).
               10 WS-SIT-FLOOR-PCT PIC 9(03).
               10 WS-SIT-HOLD-SW PIC X(01).
                   88 WS-SIT-HOLD VALUE 'Y'.
               10 WS-SIT-TONIGHT PIC 9(08) COMP.
               10 WS-SIT-SENT-SW PIC X(01).
                   88 WS-SIT-SENT VALUE 'Y'.
               10 WS-SIT-DAY OCCURS 60 TIMES.
                   15 WS-DAY-BATCH-SW PIC X(01).
                       88 WS-DAY-BATCHED VALUE 'Y'.
                   15 WS-DAY-BRG-COUNT PIC 9(08) COMP.
                   15 WS-DAY-GHM-COUNT PIC 9(08) COMP.
       01 WS-SITE-SUB PIC 9(03) VALUE 0 COMP.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
      *Pass counts for the report's closing lines.
       01 WS-CLN-READ PIC 9(08) VALUE 0 COMP.
       01 WS-CLN-DIRECT PIC 9(08) VALUE 0 COMP.
       01 WS-CLN-REENTRY PIC 9(08) VALUE 0 COMP.
       01 WS-CLN-UNKNOWN PIC 9(08) VALUE 0 COMP.
       01 WS-BRG-USED PIC 9(08) VALUE 0 COMP.
       01 WS-GHM-USED PIC 9(08) VALUE 0 COMP.
      *One site's judgment: the history cycles taken, their
      *volumes summed, the average and spread, tonight's gap from
      *the average, and the warning and error gaps the tolerance
      *allows.
       01 WS-DAY-USED-SW PIC X(01).
           88 WS-DAY-USED VALUE 'Y'.
       01 WS-DAY-VOLUME PIC 9(08) VALUE 0 COMP.
       01 WS-HIST-CYCLES PIC 9(03) VALUE 0 COMP.
       01 WS-HIST-SUM PIC 9(10) VALUE 0 COMP.
       01 WS-HIST-SUMSQ PIC 9(14)V9(04) VALUE 0 COMP.
       01 WS-AVERAGE PIC 9(08)V9(02) VALUE 0 COMP.
       01 WS-VARIANCE PIC 9(14)V9(04) VALUE 0 COMP.
       01 WS-SPREAD PIC 9(08)V9(02) VALUE 0 COMP.
       01 WS-SQ-WORK PIC S9(09)V9(02) VALUE 0 COMP.
       01 WS-GAP PIC S9(09)V9(02) VALUE 0 COMP.
       01 WS-WARN-SPREAD PIC 9(01)V9(01).
       01 WS-ERROR-SPREAD PIC 9(01)V9(01).
       01 WS-FLOOR-PCT PIC 9(03).
       01 WS-FLOOR-GAP PIC 9(09)V9(02) VALUE 0 COMP.
       01 WS-WARN-GAP PIC 9(09)V9(02) VALUE 0 COMP.
       01 WS-ERROR-GAP PIC 9(09)V9(02) VALUE 0 COMP.
       01 WS-DIRECTION PIC X(04).
       01 WS-VERDICT-SW PIC X(01).
           88 WS-VERDICT-OK VALUE 'O'.
           88 WS-VERDICT-WARNING VALUE 'W'.
           88 WS-VERDICT-ERROR VALUE 'E'.
           88 WS-VERDICT-NOT-JUDGED VALUE 'N'.
       01 WS-HELD-SW PIC X(01).
           88 WS-SITE-HELD VALUE 'Y'.
       01 WS-JUDGED-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-OK-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-WARNING-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-ERROR-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-HELD-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-NO-BATCH-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-SHORT-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99 COMP.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55 COMP.
       01 WS-PAGE-COUNT PIC 9(04) VALUE 0 COMP.
       01 WS-PRINT-LINE PIC X(132).
       01 WS-HEAD1.
           05 FILLER PIC X(10) VALUE 'EVANCVOL'.
           05 FILLER PIC X(40)
               VALUE 'SITE VOLUME ANOMALY REPORT'.
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
           05 FILLER PIC X(07) VALUE 'WINDOW '.
           05 WS-HEAD2-WINDOW PIC ZZ9.
           05 FILLER PIC X(05) VALUE ' DAYS'.
           05 FILLER PIC X(07) VALUE SPACES.
           05 FILLER PIC X(08) VALUE 'MINIMUM '.
           05 WS-HEAD2-MIN PIC Z9.
           05 FILLER PIC X(07) VALUE ' CYCLES'.
           05 FILLER PIC X(48) VALUE SPACES.
       01 WS-HEAD3.
           05 FILLER PIC X(10) VALUE 'SITE'.
           05 FILLER PIC X(08) VALUE 'CYCLES'.
           05 FILLER PIC X(09) VALUE 'AVERAGE'.
           05 FILLER PIC X(09) VALUE ' SPREAD'.
           05 FILLER PIC X(10) VALUE 'ACCEPTED'.
           05 FILLER PIC X(10) VALUE 'WARN GAP'.
           05 FILLER PIC X(11) VALUE 'ERROR GAP'.
           05 FILLER PIC X(65) VALUE 'VERDICT'.
       01 WS-DET-LINE.
           05 WS-DET-SITE PIC X(08).
           05 FILLER PIC X(05) VALUE SPACES.
           05 WS-DET-CYCLES PIC ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-AVERAGE PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-SPREAD PIC ZZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-DET-ACCEPTED PIC ZZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-DET-WARN-GAP PIC ZZZ,ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-DET-ERROR-GAP PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-VERDICT PIC X(24).
           05 FILLER PIC X(41) VALUE SPACES.
      *A counted line for the closing summary.
       01 WS-ITEM-LINE.
           05 WS-ITEM-NAME PIC X(34).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-ITEM-COUNT PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(86) VALUE SPACES.
      *Operations message request area, shared with the EVANCMSG
      *subprogram via copybook: one message per site flagged, at
      *the site's own severity, and the run's summary at the
      *severity the run earned.
           COPY EVANCMSQ.
       01 WS-MSG-ANOMALY.
           05 FILLER PIC X(05) VALUE 'SITE='.
           05 WS-MSG-SITE PIC X(08).
           05 FILLER PIC X(10) VALUE ' ACCEPTED='.
           05 WS-MSG-ACCEPTED PIC 9(06).
           05 FILLER PIC X(05) VALUE ' AVG='.
           05 WS-MSG-AVERAGE PIC 9(06).
           05 FILLER PIC X(04) VALUE ' SD='.
           05 WS-MSG-SPREAD PIC 9(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-MSG-DIRECTION PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-MSG-ACTION PIC X(04).
       01 WS-MSG-SUMMARY.
           05 FILLER PIC X(07) VALUE 'JUDGED='.
           05 WS-MSG-JUDGED PIC 9(05).
           05 FILLER PIC X(10) VALUE ' WARNINGS='.
           05 WS-MSG-WARNINGS PIC 9(05).
           05 FILLER PIC X(08) VALUE ' ERRORS='.
           05 WS-MSG-ERRORS PIC 9(05).
           05 FILLER PIC X(06) VALUE ' HELD='.
           05 WS-MSG-HELD PIC 9(05).
      *Run-control registry request area, shared with the EVANCRUN
      *subprogram via copybook. A rerun of a cycle the registry
      *already shows complete still checks, but leaves the
      *registry record of the real run alone.
       01 WS-RERUN-SW PIC X(01) VALUE 'N'.
           88 WS-RERUN VALUE 'Y'.
           COPY EVANCRNQ.
      *Expedite sequence band: history rows at or above it are an
      *intraday expedite's, not the nightly volume.
           COPY EVANCXID.
      *Run outcome, reflected into RETURN-CODE at end of run, the
      *same 0/4/8 convention the rest of the suite uses: 0 = every
      *judged site inside its tolerance, 4 = at least one warning-
      *level anomaly, 8 = at least one error-level anomaly, a bad
      *PARM, a file that could not be opened, more active sites
      *than the table holds, or a hold the register would not take.
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
           05 LS-WINDOW-DAYS PIC X(03).
       PROCEDURE DIVISION USING LS-PARM-LEN LS-PARM-DATA.
      *----------------------------------------------------------*
      * 0000-MAINLINE gathers tonight's counts and the trailing    *
      * history for every active site, then judges each site.      *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
           PERFORM 1100-LOAD-SITES-PARA THRU 1100-EXIT.
           PERFORM 2000-COUNT-TONIGHT-PARA THRU 2000-EXIT.
           PERFORM 2100-SCAN-REGISTRY-PARA THRU 2100-EXIT.
           PERFORM 2200-SCAN-HISTORY-PARA THRU 2200-EXIT.
           PERFORM 3000-JUDGE-SITES-PARA THRU 3000-EXIT.
           PERFORM 5000-PRINT-SUMMARY-PARA THRU 5000-EXIT.
           PERFORM 9000-CLOSE-PARA THRU 9000-EXIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------------------------------------------------------*
      * 1000-OPEN-PARA settles the cycle date and the window,      *
      * books the run's start and opens the files.                 *
      *----------------------------------------------------------*
       1000-OPEN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           IF LS-PARM-LEN > 7
               MOVE LS-CYCLE-DATE TO WS-CYCLE-DATE
           ELSE
               ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.
           IF WS-CYCLE-DATE NOT NUMERIC
               DISPLAY 'EVANCVOL: CYCLE DATE ' WS-CYCLE-DATE
                   ' NOT NUMERIC, RUN REFUSED'
               SET WS-RC-FAILURE TO TRUE
               GO TO 1000-EXIT.
           IF LS-PARM-LEN > 10 AND LS-WINDOW-DAYS NOT = SPACES
               IF LS-WINDOW-DAYS NOT NUMERIC
                   DISPLAY 'EVANCVOL: WINDOW ' LS-WINDOW-DAYS
                       ' NOT NUMERIC, RUN REFUSED'
                   SET WS-RC-FAILURE TO TRUE
                   GO TO 1000-EXIT
               END-IF
               MOVE LS-WINDOW-DAYS TO WS-WINDOW-DAYS
               IF WS-WINDOW-DAYS < WS-WINDOW-MIN
                       OR WS-WINDOW-DAYS > WS-WINDOW-MAX
                   DISPLAY 'EVANCVOL: WINDOW ' LS-WINDOW-DAYS
                       ' OUTSIDE 007-060 DAYS, RUN REFUSED'
                   SET WS-RC-FAILURE TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           MOVE WS-CYCLE-DATE TO WS-ROW-DATE.
           COMPUTE WS-CYCLE-NUM =
               FUNCTION INTEGER-OF-DATE (WS-ROW-DATE).
           COMPUTE WS-START-NUM = WS-CYCLE-NUM - WS-WINDOW-DAYS.
           COMPUTE WS-START-DATE =
               FUNCTION DATE-OF-INTEGER (WS-START-NUM).
           MOVE WS-START-DATE TO WS-START-X.
           DISPLAY 'EVANCVOL: CYCLE ' WS-CYCLE-DATE
               ' JUDGED AGAINST CYCLES ' WS-START-X
               ' ONWARD, ' WS-WINDOW-DAYS ' DAYS'.
           MOVE SPACES TO RUN-REQUEST.
           SET RUN-REQ-START TO TRUE.
           MOVE 'EVANCVOL' TO RUN-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO RUN-REQ-CYCLE-DATE.
           CALL 'EVANCRUN' USING RUN-REQUEST.
           IF RUN-REQ-DUPLICATE
               DISPLAY 'EVANCVOL: RERUN FOR CYCLE ' WS-CYCLE-DATE
                   ' ALREADY COMPLETE, CHECKING AGAIN'
               SET WS-RERUN TO TRUE
           END-IF.
           OPEN INPUT SITE-FILE.
           IF WS-STE-OK
               SET WS-STE-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCVOL: UNABLE TO OPEN SITEFILE, STATUS='
                   WS-STE-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           OPEN INPUT CLEAN-FILE.
           IF WS-CLN-OK
               SET WS-CLN-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCVOL: UNABLE TO OPEN CLEANIN, STATUS='
                   WS-CLN-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           OPEN INPUT BATCH-REG-FILE.
           IF WS-BRG-OK
               SET WS-BRG-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCVOL: UNABLE TO OPEN BCHREG, STATUS='
                   WS-BRG-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           OPEN INPUT HISTORY-MASTER.
           IF WS-GHM-OK
               SET WS-GHM-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCVOL: UNABLE TO OPEN GHISTMST, STATUS='
                   WS-GHM-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
      *An error the register cannot book is a hold EVANCSPL never
      *sees, so a register that won't open fails the run; the
      *sites are still judged and logged.
           OPEN I-O VOL-HOLD-FILE.
           IF WS-VHR-OK
               SET WS-VHR-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCVOL: UNABLE TO OPEN VOLHOLD, STATUS='
                   WS-VHR-STATUS ', NO SITE CAN BE HELD'
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-OK
               SET WS-RPT-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCVOL: UNABLE TO OPEN RPTFILE, STATUS='
                   WS-RPT-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1100-LOAD-SITES-PARA browses the site master and loads     *
      * each active site with its tolerance, blank fields taking   *
      * the defaults.                                              *
      *----------------------------------------------------------*
       1100-LOAD-SITES-PARA.
           MOVE HIGH-VALUES TO WS-SITE-TABLE.
           PERFORM 1110-INIT-DAYS-PARA THRU 1110-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-WINDOW-MAX.
           IF NOT WS-STE-OPENED
               GO TO 1100-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO STE-KEY.
           START SITE-FILE KEY IS NOT LESS THAN STE-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM 1150-LOAD-ONE-SITE-PARA THRU 1150-EXIT
               UNTIL WS-EOF.
       1100-EXIT.
           EXIT.
       1110-INIT-DAYS-PARA.
           MOVE 'N' TO WS-LINEAGE-DAY (WS-DAY-SUB).
       1110-EXIT.
           EXIT.
       1150-LOAD-ONE-SITE-PARA.
           READ SITE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1150-EXIT
           END-READ.
           IF NOT STE-ACTIVE
               GO TO 1150-EXIT.
           IF WS-SITE-USED NOT < WS-SITE-MAX
               DISPLAY 'EVANCVOL: MORE THAN ' WS-SITE-MAX
                   ' ACTIVE SITES, ' STE-SITE-ID ' NOT CHECKED'
               SET WS-RC-FAILURE TO TRUE
               GO TO 1150-EXIT.
           ADD 1 TO WS-SITE-USED.
           MOVE WS-SITE-USED TO WS-SITE-SUB.
           MOVE STE-SITE-ID TO WS-SIT-ID (WS-SITE-SUB).
           IF STE-VOL-WARN-SPREAD NUMERIC
                   AND STE-VOL-WARN-SPREAD > 0
               MOVE STE-VOL-WARN-SPREAD
                   TO WS-SIT-WARN-SPREAD (WS-SITE-SUB)
           ELSE
               MOVE WS-DFLT-WARN-SPREAD
                   TO WS-SIT-WARN-SPREAD (WS-SITE-SUB)
           END-IF.
           IF STE-VOL-ERROR-SPREAD NUMERIC
                   AND STE-VOL-ERROR-SPREAD > 0
               MOVE STE-VOL-ERROR-SPREAD
                   TO WS-SIT-ERROR-SPREAD (WS-SITE-SUB)
           ELSE
               MOVE WS-DFLT-ERROR-SPREAD
                   TO WS-SIT-ERROR-SPREAD (WS-SITE-SUB)
           END-IF.
      *A warning spread set above the default error spread leaves
      *the error spread no tighter than the warning one.
           IF WS-SIT-ERROR-SPREAD (WS-SITE-SUB)
                   < WS-SIT-WARN-SPREAD (WS-SITE-SUB)
               MOVE WS-SIT-WARN-SPREAD (WS-SITE-SUB)
                   TO WS-SIT-ERROR-SPREAD (WS-SITE-SUB)
           END-IF.
           IF STE-VOL-FLOOR-PCT NUMERIC
               MOVE STE-VOL-FLOOR-PCT TO WS-SIT-FLOOR-PCT (WS-SITE-SUB)
           ELSE
               MOVE WS-DFLT-FLOOR-PCT
                   TO WS-SIT-FLOOR-PCT (WS-SITE-SUB)
           END-IF.
           IF STE-VOL-HOLD-ON-ERROR
               MOVE 'Y' TO WS-SIT-HOLD-SW (WS-SITE-SUB)
           ELSE
               MOVE 'N' TO WS-SIT-HOLD-SW (WS-SITE-SUB)
           END-IF.
           MOVE 0 TO WS-SIT-TONIGHT (WS-SITE-SUB).
           MOVE 'N' TO WS-SIT-SENT-SW (WS-SITE-SUB).
           PERFORM 1160-CLEAR-DAY-PARA THRU 1160-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-WINDOW-MAX.
       1150-EXIT.
           EXIT.
       1160-CLEAR-DAY-PARA.
           MOVE 'N' TO WS-DAY-BATCH-SW (WS-SITE-SUB, WS-DAY-SUB).
           MOVE 0 TO WS-DAY-BRG-COUNT (WS-SITE-SUB, WS-DAY-SUB).
           MOVE 0 TO WS-DAY-GHM-COUNT (WS-SITE-SUB, WS-DAY-SUB).
       1160-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-COUNT-TONIGHT-PARA counts each site's details on the  *
      * clean input file that came straight from its own           *
      * transmission.                                              *
      *----------------------------------------------------------*
       2000-COUNT-TONIGHT-PARA.
           IF NOT WS-CLN-OPENED
               GO TO 2000-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2050-COUNT-ONE-DETAIL-PARA THRU 2050-EXIT
               UNTIL WS-EOF.
       2000-EXIT.
           EXIT.
       2050-COUNT-ONE-DETAIL-PARA.
           READ CLEAN-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2050-EXIT
           END-READ.
           ADD 1 TO WS-CLN-READ.
           IF IN-ORIGIN NOT = SPACE
               ADD 1 TO WS-CLN-REENTRY
               GO TO 2050-EXIT.
           MOVE IN-SITE-ID TO STE-SITE-ID.
           PERFORM 8000-FIND-SITE-PARA THRU 8000-EXIT.
           IF NOT WS-FOUND
               ADD 1 TO WS-CLN-UNKNOWN
               GO TO 2050-EXIT.
           ADD 1 TO WS-CLN-DIRECT.
           ADD 1 TO WS-SIT-TONIGHT (SIT-IDX).
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2100-SCAN-REGISTRY-PARA reads the inbound batch registry   *
      * through once, marking each nightly batch against its site  *
      * and cycle: tonight's show the site sent, the window's give *
      * the cycles the site is judged against and their detail     *
      * counts. An intraday expedite's batches are not the nightly *
      * pattern and are passed over.                               *
      *----------------------------------------------------------*
       2100-SCAN-REGISTRY-PARA.
           IF NOT WS-BRG-OPENED
               GO TO 2100-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO BRG-KEY.
           START BATCH-REG-FILE KEY IS NOT LESS THAN BRG-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM 2150-TAKE-ONE-BATCH-PARA THRU 2150-EXIT
               UNTIL WS-EOF.
       2100-EXIT.
           EXIT.
       2150-TAKE-ONE-BATCH-PARA.
           READ BATCH-REG-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2150-EXIT
           END-READ.
           IF BRG-EXPEDITE-NO NOT = SPACES
                   OR BRG-CYCLE-DATE NOT NUMERIC
               GO TO 2150-EXIT.
           IF BRG-CYCLE-DATE < WS-START-X
                   OR BRG-CYCLE-DATE > WS-CYCLE-DATE
               GO TO 2150-EXIT.
           MOVE BRG-SITE-ID TO STE-SITE-ID.
           PERFORM 8000-FIND-SITE-PARA THRU 8000-EXIT.
           IF NOT WS-FOUND
               GO TO 2150-EXIT.
           ADD 1 TO WS-BRG-USED.
           IF BRG-CYCLE-DATE = WS-CYCLE-DATE
               MOVE 'Y' TO WS-SIT-SENT-SW (SIT-IDX)
               GO TO 2150-EXIT.
           MOVE BRG-CYCLE-DATE TO WS-ROW-DATE.
           PERFORM 8100-DAY-OFFSET-PARA THRU 8100-EXIT.
           MOVE 'Y' TO WS-DAY-BATCH-SW (SIT-IDX, WS-ROW-OFFSET).
           ADD BRG-DETAIL-COUNT
               TO WS-DAY-BRG-COUNT (SIT-IDX, WS-ROW-OFFSET).
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2200-SCAN-HISTORY-PARA reads the window's nightly history  *
      * rows, noting each day the history carried lineage and      *
      * counting each site's greetings that came straight from its *
      * transmission.                                              *
      *----------------------------------------------------------*
       2200-SCAN-HISTORY-PARA.
           IF NOT WS-GHM-OPENED
               GO TO 2200-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE WS-START-X TO GHM-RUN-DATE.
           MOVE 0 TO GHM-SEQ.
           START HISTORY-MASTER KEY IS NOT LESS THAN GHM-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM 2250-TAKE-ONE-ROW-PARA THRU 2250-EXIT
               UNTIL WS-EOF.
       2200-EXIT.
           EXIT.
       2250-TAKE-ONE-ROW-PARA.
           READ HISTORY-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2250-EXIT
           END-READ.
           IF GHM-RUN-DATE NOT < WS-CYCLE-DATE
               SET WS-EOF TO TRUE
               GO TO 2250-EXIT.
           IF GHM-SEQ NOT < XPD-SEQ-BASE
               GO TO 2250-EXIT.
           IF GHM-RUN-DATE NOT = WS-LAST-GHM-DATE
               MOVE GHM-RUN-DATE TO WS-LAST-GHM-DATE
               MOVE GHM-RUN-DATE TO WS-ROW-DATE
               PERFORM 8100-DAY-OFFSET-PARA THRU 8100-EXIT
           END-IF.
           IF GHM-SITE-ID = SPACES
               GO TO 2250-EXIT.
           MOVE 'Y' TO WS-LINEAGE-DAY (WS-ROW-OFFSET).
           IF GHM-ORIGIN NOT = SPACE
               GO TO 2250-EXIT.
           MOVE GHM-SITE-ID TO STE-SITE-ID.
           PERFORM 8000-FIND-SITE-PARA THRU 8000-EXIT.
           IF NOT WS-FOUND
               GO TO 2250-EXIT.
           ADD 1 TO WS-GHM-USED.
           ADD 1 TO WS-DAY-GHM-COUNT (SIT-IDX, WS-ROW-OFFSET).
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3000-JUDGE-SITES-PARA judges every active site in key      *
      * order, a report line each.                                 *
      *----------------------------------------------------------*
       3000-JUDGE-SITES-PARA.
           MOVE WS-RUN-DATE TO WS-HEAD2-DATE.
           MOVE WS-CYCLE-DATE TO WS-HEAD2-CYCLE.
           MOVE WS-WINDOW-DAYS TO WS-HEAD2-WINDOW.
           MOVE WS-MIN-CYCLES TO WS-HEAD2-MIN.
           IF WS-CYCLE-DATE NOT NUMERIC
               GO TO 3000-EXIT.
           PERFORM 3100-JUDGE-ONE-SITE-PARA THRU 3100-EXIT
               VARYING WS-SITE-SUB FROM 1 BY 1
               UNTIL WS-SITE-SUB > WS-SITE-USED.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3100-JUDGE-ONE-SITE-PARA takes the site's average and      *
      * spread over its history cycles and sets tonight's count    *
      * against the gaps its tolerance allows.                     *
      *----------------------------------------------------------*
       3100-JUDGE-ONE-SITE-PARA.
           SET SIT-IDX TO WS-SITE-SUB.
           MOVE SPACES TO WS-DET-LINE.
           MOVE 'N' TO WS-HELD-SW.
           SET WS-VERDICT-NOT-JUDGED TO TRUE.
           MOVE 0 TO WS-HIST-CYCLES.
           MOVE 0 TO WS-HIST-SUM.
           MOVE 0 TO WS-HIST-SUMSQ.
           MOVE 0 TO WS-AVERAGE.
           MOVE 0 TO WS-SPREAD.
           MOVE 0 TO WS-WARN-GAP.
           MOVE 0 TO WS-ERROR-GAP.
           PERFORM 3200-SUM-DAY-PARA THRU 3200-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-WINDOW-DAYS.
           MOVE WS-SIT-ID (SIT-IDX) TO WS-DET-SITE.
           MOVE WS-HIST-CYCLES TO WS-DET-CYCLES.
           MOVE WS-SIT-TONIGHT (SIT-IDX) TO WS-DET-ACCEPTED.
           IF NOT WS-SIT-SENT (SIT-IDX)
                   AND WS-SIT-TONIGHT (SIT-IDX) = 0
               ADD 1 TO WS-NO-BATCH-COUNT
               MOVE 'NO BATCH TONIGHT' TO WS-DET-VERDICT
               GO TO 3100-PRINT.
           IF WS-HIST-CYCLES < WS-MIN-CYCLES
               ADD 1 TO WS-SHORT-COUNT
               MOVE 'SHORT HISTORY' TO WS-DET-VERDICT
               GO TO 3100-PRINT.
           COMPUTE WS-AVERAGE ROUNDED = WS-HIST-SUM / WS-HIST-CYCLES.
           PERFORM 3300-SQUARE-DAY-PARA THRU 3300-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-WINDOW-DAYS.
           COMPUTE WS-VARIANCE ROUNDED =
               WS-HIST-SUMSQ / WS-HIST-CYCLES.
           COMPUTE WS-SPREAD ROUNDED = WS-VARIANCE ** 0.5.
           MOVE WS-AVERAGE TO WS-DET-AVERAGE.
           MOVE WS-SPREAD TO WS-DET-SPREAD.
           PERFORM 3400-SET-GAPS-PARA THRU 3400-EXIT.
           COMPUTE WS-GAP = WS-SIT-TONIGHT (SIT-IDX) - WS-AVERAGE.
           IF WS-GAP < 0
               COMPUTE WS-GAP = 0 - WS-GAP
               MOVE 'LOW' TO WS-DIRECTION
           ELSE
               MOVE 'HIGH' TO WS-DIRECTION
           END-IF.
           ADD 1 TO WS-JUDGED-COUNT.
           EVALUATE TRUE
               WHEN WS-GAP > WS-ERROR-GAP
                   SET WS-VERDICT-ERROR TO TRUE
                   ADD 1 TO WS-ERROR-COUNT
                   SET WS-RC-FAILURE TO TRUE
                   IF WS-SIT-HOLD (SIT-IDX)
                       PERFORM 4000-BOOK-HOLD-PARA THRU 4000-EXIT
                   END-IF
                   MOVE 'ERROR' TO WS-DET-VERDICT
                   MOVE WS-DIRECTION TO WS-DET-VERDICT (7:4)
                   IF WS-SITE-HELD
                       MOVE 'HELD' TO WS-DET-VERDICT (12:4)
                   END-IF
                   PERFORM 8700-LOG-ANOMALY-PARA THRU 8700-EXIT
               WHEN WS-GAP > WS-WARN-GAP
                   SET WS-VERDICT-WARNING TO TRUE
                   ADD 1 TO WS-WARNING-COUNT
                   IF NOT WS-RC-FAILURE
                       SET WS-RC-WARNING TO TRUE
                   END-IF
                   MOVE 'WARNING' TO WS-DET-VERDICT
                   MOVE WS-DIRECTION TO WS-DET-VERDICT (9:4)
                   PERFORM 8700-LOG-ANOMALY-PARA THRU 8700-EXIT
               WHEN OTHER
                   SET WS-VERDICT-OK TO TRUE
                   ADD 1 TO WS-OK-COUNT
                   MOVE 'WITHIN TOLERANCE' TO WS-DET-VERDICT
           END-EVALUATE.
           MOVE WS-WARN-GAP TO WS-DET-WARN-GAP.
           MOVE WS-ERROR-GAP TO WS-DET-ERROR-GAP.
       3100-PRINT.
           MOVE WS-DET-LINE TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3200-SUM-DAY-PARA adds one day of the window to the        *
      * site's history, if it is one the site is judged against.   *
      *----------------------------------------------------------*
       3200-SUM-DAY-PARA.
           PERFORM 3500-DAY-VOLUME-PARA THRU 3500-EXIT.
           IF NOT WS-DAY-USED
               GO TO 3200-EXIT.
           ADD 1 TO WS-HIST-CYCLES.
           ADD WS-DAY-VOLUME TO WS-HIST-SUM.
       3200-EXIT.
           EXIT.
       3300-SQUARE-DAY-PARA.
           PERFORM 3500-DAY-VOLUME-PARA THRU 3500-EXIT.
           IF NOT WS-DAY-USED
               GO TO 3300-EXIT.
           COMPUTE WS-SQ-WORK = WS-DAY-VOLUME - WS-AVERAGE.
           COMPUTE WS-HIST-SUMSQ = WS-HIST-SUMSQ
               + WS-SQ-WORK * WS-SQ-WORK.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3400-SET-GAPS-PARA works out how far from the average the  *
      * site may land: the tolerance's number of spreads, but      *
      * never less than the floor percentage of the average - the  *
      * floor scaled by the error spread over the warning spread   *
      * for the error gap, so a steady site still has a warning    *
      * band below its error band.                                 *
      *----------------------------------------------------------*
       3400-SET-GAPS-PARA.
           MOVE WS-SIT-WARN-SPREAD (SIT-IDX) TO WS-WARN-SPREAD.
           MOVE WS-SIT-ERROR-SPREAD (SIT-IDX) TO WS-ERROR-SPREAD.
           MOVE WS-SIT-FLOOR-PCT (SIT-IDX) TO WS-FLOOR-PCT.
           COMPUTE WS-FLOOR-GAP ROUNDED =
               WS-AVERAGE * WS-FLOOR-PCT / 100.
           COMPUTE WS-WARN-GAP ROUNDED = WS-SPREAD * WS-WARN-SPREAD.
           IF WS-WARN-GAP < WS-FLOOR-GAP
               MOVE WS-FLOOR-GAP TO WS-WARN-GAP
           END-IF.
           COMPUTE WS-ERROR-GAP ROUNDED = WS-SPREAD * WS-ERROR-SPREAD.
           COMPUTE WS-FLOOR-GAP ROUNDED =
               WS-FLOOR-GAP * WS-ERROR-SPREAD / WS-WARN-SPREAD.
           IF WS-ERROR-GAP < WS-FLOOR-GAP
               MOVE WS-FLOOR-GAP TO WS-ERROR-GAP
           END-IF.
       3400-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3500-DAY-VOLUME-PARA gives one day's volume for the site   *
      * and whether it counts. Only a day the site sent a nightly  *
      * batch counts. On a day the history carried lineage the     *
      * volume is the site's direct greetings loaded for it, and a *
      * day none of them reached the history is left out; before   *
      * that, it is the detail count on the site's batches.        *
      *----------------------------------------------------------*
       3500-DAY-VOLUME-PARA.
           MOVE 'N' TO WS-DAY-USED-SW.
           MOVE 0 TO WS-DAY-VOLUME.
           IF NOT WS-DAY-BATCHED (SIT-IDX, WS-DAY-SUB)
               GO TO 3500-EXIT.
           IF WS-LINEAGE-ON-DAY (WS-DAY-SUB)
               IF WS-DAY-GHM-COUNT (SIT-IDX, WS-DAY-SUB) = 0
                   GO TO 3500-EXIT
               END-IF
               MOVE WS-DAY-GHM-COUNT (SIT-IDX, WS-DAY-SUB)
                   TO WS-DAY-VOLUME
           ELSE
               MOVE WS-DAY-BRG-COUNT (SIT-IDX, WS-DAY-SUB)
                   TO WS-DAY-VOLUME
           END-IF.
           MOVE 'Y' TO WS-DAY-USED-SW.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 4000-BOOK-HOLD-PARA books the site's cycle on the volume   *
      * hold register so EVANCSPL holds its greetings. A rerun     *
      * refreshes a hold still standing with tonight's figures,    *
      * and leaves one an operator already released alone.         *
      *----------------------------------------------------------*
       4000-BOOK-HOLD-PARA.
           IF NOT WS-VHR-OPENED
               DISPLAY 'EVANCVOL: SITE ' WS-SIT-ID (SIT-IDX)
                   ' NOT HELD, VOLUME HOLD REGISTER NOT OPEN'
               GO TO 4000-EXIT.
           MOVE WS-CYCLE-DATE TO VHR-CYCLE-DATE.
           MOVE WS-SIT-ID (SIT-IDX) TO VHR-SITE-ID.
           READ VOL-HOLD-FILE
               INVALID KEY
                   PERFORM 4100-FILL-HOLD-PARA THRU 4100-EXIT
                   WRITE VHR-RECORD
                       INVALID KEY
                           DISPLAY 'EVANCVOL: VOLHOLD WRITE FAILED, '
                               'KEY=' VHR-KEY ' STATUS='
                               WS-VHR-STATUS
                       NOT INVALID KEY
                           SET WS-SITE-HELD TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   IF VHR-RELEASED
                       DISPLAY 'EVANCVOL: SITE ' VHR-SITE-ID
                           ' ALREADY RELEASED FOR CYCLE '
                           VHR-CYCLE-DATE ' BY ' VHR-RELEASE-USER
                       GO TO 4000-EXIT
                   END-IF
                   PERFORM 4100-FILL-HOLD-PARA THRU 4100-EXIT
                   REWRITE VHR-RECORD
                       INVALID KEY
                           DISPLAY 'EVANCVOL: VOLHOLD REWRITE '
                               'FAILED, KEY=' VHR-KEY ' STATUS='
                               WS-VHR-STATUS
                       NOT INVALID KEY
                           SET WS-SITE-HELD TO TRUE
                   END-REWRITE
           END-READ.
           IF WS-SITE-HELD
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'EVANCVOL: SITE ' WS-SIT-ID (SIT-IDX)
                   ' HELD FOR CYCLE ' WS-CYCLE-DATE
                   ', RELEASE THROUGH EVANCVRL'
           END-IF.
       4000-EXIT.
           EXIT.
       4100-FILL-HOLD-PARA.
           MOVE SPACES TO VHR-RECORD.
           MOVE WS-CYCLE-DATE TO VHR-CYCLE-DATE.
           MOVE WS-SIT-ID (SIT-IDX) TO VHR-SITE-ID.
           MOVE WS-SIT-TONIGHT (SIT-IDX) TO VHR-ACCEPTED-COUNT.
           MOVE WS-HIST-CYCLES TO VHR-HIST-CYCLES.
           MOVE WS-AVERAGE TO VHR-AVERAGE.
           MOVE WS-SPREAD TO VHR-SPREAD.
           IF WS-DIRECTION = 'HIGH'
               SET VHR-HIGH TO TRUE
           ELSE
               SET VHR-LOW TO TRUE
           END-IF.
           SET VHR-HELD TO TRUE.
           MOVE WS-RUN-DATE TO VHR-HELD-DATE.
           MOVE WS-RUN-TIME TO VHR-HELD-TIME.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 5000-PRINT-SUMMARY-PARA closes the report with the run's   *
      * counts.                                                    *
      *----------------------------------------------------------*
       5000-PRINT-SUMMARY-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
           MOVE 'ACTIVE SITES' TO WS-ITEM-NAME.
           MOVE WS-SITE-USED TO WS-ITEM-COUNT.
           PERFORM 5100-PRINT-ITEM-PARA THRU 5100-EXIT.
           MOVE 'SITES JUDGED' TO WS-ITEM-NAME.
           MOVE WS-JUDGED-COUNT TO WS-ITEM-COUNT.
           PERFORM 5100-PRINT-ITEM-PARA THRU 5100-EXIT.
           MOVE '  WITHIN TOLERANCE' TO WS-ITEM-NAME.
           MOVE WS-OK-COUNT TO WS-ITEM-COUNT.
           PERFORM 5100-PRINT-ITEM-PARA THRU 5100-EXIT.
           MOVE '  WARNINGS' TO WS-ITEM-NAME.
           MOVE WS-WARNING-COUNT TO WS-ITEM-COUNT.
           PERFORM 5100-PRINT-ITEM-PARA THRU 5100-EXIT.
           MOVE '  ERRORS' TO WS-ITEM-NAME.
           MOVE WS-ERROR-COUNT TO WS-ITEM-COUNT.
           PERFORM 5100-PRINT-ITEM-PARA THRU 5100-EXIT.
           MOVE '  HELD FOR OPERATOR RELEASE' TO WS-ITEM-NAME.
           MOVE WS-HELD-COUNT TO WS-ITEM-COUNT.
           PERFORM 5100-PRINT-ITEM-PARA THRU 5100-EXIT.
           MOVE 'NOT JUDGED - NO BATCH TONIGHT' TO WS-ITEM-NAME.
           MOVE WS-NO-BATCH-COUNT TO WS-ITEM-COUNT.
           PERFORM 5100-PRINT-ITEM-PARA THRU 5100-EXIT.
           MOVE 'NOT JUDGED - SHORT HISTORY' TO WS-ITEM-NAME.
           MOVE WS-SHORT-COUNT TO WS-ITEM-COUNT.
           PERFORM 5100-PRINT-ITEM-PARA THRU 5100-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
           MOVE 'CLEAN DETAILS READ' TO WS-ITEM-NAME.
           MOVE WS-CLN-READ TO WS-ITEM-COUNT.
           PERFORM 5100-PRINT-ITEM-PARA THRU 5100-EXIT.
           MOVE '  DIRECT FROM A SITE' TO WS-ITEM-NAME.
           MOVE WS-CLN-DIRECT TO WS-ITEM-COUNT.
           PERFORM 5100-PRINT-ITEM-PARA THRU 5100-EXIT.
           MOVE '  RELEASED OR RECYCLED' TO WS-ITEM-NAME.
           MOVE WS-CLN-REENTRY TO WS-ITEM-COUNT.
           PERFORM 5100-PRINT-ITEM-PARA THRU 5100-EXIT.
           MOVE '  SITE NOT ACTIVE ON THE MASTER' TO WS-ITEM-NAME.
           MOVE WS-CLN-UNKNOWN TO WS-ITEM-COUNT.
           PERFORM 5100-PRINT-ITEM-PARA THRU 5100-EXIT.
           MOVE 'REGISTRY BATCHES IN WINDOW' TO WS-ITEM-NAME.
           MOVE WS-BRG-USED TO WS-ITEM-COUNT.
           PERFORM 5100-PRINT-ITEM-PARA THRU 5100-EXIT.
           MOVE 'HISTORY ROWS IN WINDOW' TO WS-ITEM-NAME.
           MOVE WS-GHM-USED TO WS-ITEM-COUNT.
           PERFORM 5100-PRINT-ITEM-PARA THRU 5100-EXIT.
       5000-EXIT.
           EXIT.
       5100-PRINT-ITEM-PARA.
           MOVE WS-ITEM-LINE TO WS-PRINT-LINE.
           PERFORM 8500-PRINT-LINE-PARA THRU 8500-EXIT.
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 8000-FIND-SITE-PARA looks the site id staged in the site   *
      * master key up in the active site table, leaving SIT-IDX on *
      * its row.                                                   *
      *----------------------------------------------------------*
       8000-FIND-SITE-PARA.
           MOVE 'N' TO WS-FOUND-SW.
           SEARCH ALL WS-SITE-ROW
               AT END
                   CONTINUE
               WHEN WS-SIT-ID (SIT-IDX) = STE-SITE-ID
                   SET WS-FOUND TO TRUE
           END-SEARCH.
       8000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 8100-DAY-OFFSET-PARA turns the date staged in WS-ROW-DATE  *
      * into its day of the window, counting back from the cycle.  *
      *----------------------------------------------------------*
       8100-DAY-OFFSET-PARA.
           COMPUTE WS-ROW-NUM =
               FUNCTION INTEGER-OF-DATE (WS-ROW-DATE).
           COMPUTE WS-ROW-OFFSET = WS-CYCLE-NUM - WS-ROW-NUM.
       8100-EXIT.
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
      * 9000-CLOSE-PARA closes the files, logs the run and books   *
      * its end on the registry.                                   *
      *----------------------------------------------------------*
       9000-CLOSE-PARA.
           IF WS-RPT-OPENED AND WS-PAGE-COUNT = 0
               PERFORM 6500-PAGE-HEADING-PARA THRU 6500-EXIT
           END-IF.
           IF WS-STE-OPENED
               CLOSE SITE-FILE
           END-IF.
           IF WS-CLN-OPENED
               CLOSE CLEAN-FILE
           END-IF.
           IF WS-BRG-OPENED
               CLOSE BATCH-REG-FILE
           END-IF.
           IF WS-GHM-OPENED
               CLOSE HISTORY-MASTER
           END-IF.
           IF WS-VHR-OPENED
               CLOSE VOL-HOLD-FILE
           END-IF.
           IF WS-RPT-OPENED
               CLOSE REPORT-FILE
           END-IF.
           DISPLAY 'EVANCVOL: CYCLE=' WS-CYCLE-DATE
               ' SITES=' WS-SITE-USED
               ' JUDGED=' WS-JUDGED-COUNT
               ' WARNINGS=' WS-WARNING-COUNT
               ' ERRORS=' WS-ERROR-COUNT
               ' HELD=' WS-HELD-COUNT.
           PERFORM 8800-LOG-RUN-MSG-PARA THRU 8800-EXIT.
           IF NOT WS-RERUN AND WS-CYCLE-DATE NUMERIC
               MOVE SPACES TO RUN-REQUEST
               SET RUN-REQ-END TO TRUE
               MOVE 'EVANCVOL' TO RUN-REQ-PROGRAM
               MOVE WS-CYCLE-DATE TO RUN-REQ-CYCLE-DATE
               MOVE WS-RUN-RC TO RUN-REQ-RC
               COMPUTE RUN-REQ-COUNT = WS-WARNING-COUNT
                   + WS-ERROR-COUNT
               CALL 'EVANCRUN' USING RUN-REQUEST
           END-IF.
       9000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 8700-LOG-ANOMALY-PARA logs one flagged site to the central *
      * operations message file at its own severity, so the digest *
      * names the site, its count and its history.                 *
      *----------------------------------------------------------*
       8700-LOG-ANOMALY-PARA.
           MOVE SPACES TO MSG-REQUEST.
           MOVE 'EVANCVOL' TO MSG-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO MSG-REQ-CYCLE-DATE.
           IF WS-VERDICT-ERROR
               SET MSG-REQ-SEV-ERROR TO TRUE
           ELSE
               SET MSG-REQ-WARNING TO TRUE
           END-IF.
           MOVE WS-SIT-ID (SIT-IDX) TO WS-MSG-SITE.
           MOVE WS-SIT-TONIGHT (SIT-IDX) TO WS-MSG-ACCEPTED.
           MOVE WS-AVERAGE TO WS-MSG-AVERAGE.
           MOVE WS-SPREAD TO WS-MSG-SPREAD.
           MOVE WS-DIRECTION TO WS-MSG-DIRECTION.
           IF WS-SITE-HELD
               MOVE 'HELD' TO WS-MSG-ACTION
           ELSE
               MOVE SPACES TO WS-MSG-ACTION
           END-IF.
           MOVE WS-MSG-ANOMALY TO MSG-REQ-TEXT.
           CALL 'EVANCMSG' USING MSG-REQUEST.
       8700-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 8800-LOG-RUN-MSG-PARA logs the run's outcome to the        *
      * central operations message file at the severity the run    *
      * earned.                                                    *
      *----------------------------------------------------------*
       8800-LOG-RUN-MSG-PARA.
           MOVE SPACES TO MSG-REQUEST.
           MOVE 'EVANCVOL' TO MSG-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO MSG-REQ-CYCLE-DATE.
           EVALUATE TRUE
               WHEN WS-RC-FAILURE
                   SET MSG-REQ-SEV-ERROR TO TRUE
               WHEN WS-RC-WARNING
                   SET MSG-REQ-WARNING TO TRUE
               WHEN OTHER
                   SET MSG-REQ-INFO TO TRUE
           END-EVALUATE.
           MOVE WS-JUDGED-COUNT TO WS-MSG-JUDGED.
           MOVE WS-WARNING-COUNT TO WS-MSG-WARNINGS.
           MOVE WS-ERROR-COUNT TO WS-MSG-ERRORS.
           MOVE WS-HELD-COUNT TO WS-MSG-HELD.
           MOVE WS-MSG-SUMMARY TO MSG-REQ-TEXT.
           CALL 'EVANCMSG' USING MSG-REQUEST.
       8800-EXIT.
           EXIT.
