      *Suppression listing for the CSA-Hacktoberfest-Challenges --
      *2020 greeting job.
      *Written by Evan Colwell
      *
      *EVANCSUL prints the cycle's suppressed-request file the
      *EVANCEDT edit writes: every request it stopped because the
      *recipient is on the recipient suppression master. Each
      *site gets a page of its own - the recipient, the language
      *and effective date as sent, the batch it came in, and how
      *long the suppression stands - so a site can see which of
      *its requests were deliberately not greeted and stop
      *sending them, instead of phoning in about greetings that
      *never arrived.
      *
      *The count listed is booked on the run-control registry, so
      *the EVANCBAL cycle-close ties it back to the suppressed
      *count the edit booked there.
      *
      *The PARM carries the stream's cycle date (YYYYMMDD); a
      *blank PARM takes today's date.
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evancsul.cbl -I copybooks
      *
      *Modification History:
      * 2026-10-15  EC  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCSUL.
       AUTHOR. EVANCOLWELL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPRESSED-FILE ASSIGN TO "SUPPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPRESSED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSPD.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 RPT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-SPD-STATUS PIC X(02).
           88 WS-SPD-OK VALUE '00'.
       01 WS-SPD-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-SPD-OPENED VALUE 'Y'.
       01 WS-RPT-STATUS PIC X(02).
           88 WS-RPT-OK VALUE '00'.
       01 WS-RPT-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-RPT-OPENED VALUE 'Y'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-CYCLE-DATE PIC X(08).
      *Suppressed-request table, staged whole so the listing can
      *group each site's requests on its own page no matter what
      *order the edit met the batches in - the release and
      *recycle batches ride in behind the live ones. More
      *suppressed requests than rows fails the run before
      *anything prints: a listing short some of a site's
      *requests is worse than none.
       01 WS-SUP-MAX PIC 9(03) VALUE 500 COMP.
       01 WS-SUP-USED PIC 9(03) VALUE 0 COMP.
       01 WS-SUP-TABLE.
           05 WS-SUP-ROW OCCURS 500 TIMES.
               10 WS-SUP-SITE PIC X(08).
               10 WS-SUP-BATCH-DATE PIC X(08).
               10 WS-SUP-EXPIRY PIC X(08).
               10 WS-SUP-REC PIC X(80).
               10 WS-SUP-PRINTED-SW PIC X(01).
                   88 WS-SUP-PRINTED VALUE 'Y'.
       01 WS-SUP-SUB PIC 9(03) VALUE 0 COMP.
       01 WS-SUP-SUB2 PIC 9(03) VALUE 0 COMP.
      *The raw detail in hand, in the EVANCINB shapes, so the
      *listing reads its fields by name.
           COPY EVANCINB.
       01 WS-SITE-ID PIC X(08).
       01 WS-SITE-COUNT PIC 9(06) VALUE 0 COMP.
       01 WS-LISTED-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-SITES-LISTED PIC 9(05) VALUE 0 COMP.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99 COMP.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55 COMP.
       01 WS-PAGE-COUNT PIC 9(04) VALUE 0 COMP.
       01 WS-RUN-DATE PIC X(08).
       01 WS-HEAD1.
           05 FILLER PIC X(10) VALUE 'EVANCSUL'.
           05 FILLER PIC X(40)
               VALUE 'SUPPRESSED GREETING REQUESTS'.
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
           05 FILLER PIC X(74) VALUE SPACES.
       01 WS-HEAD3.
           05 FILLER PIC X(27) VALUE 'RECIPIENT'.
           05 FILLER PIC X(06) VALUE 'LANG'.
           05 FILLER PIC X(11) VALUE 'EFF DATE'.
           05 FILLER PIC X(11) VALUE 'BATCH DATE'.
           05 FILLER PIC X(77) VALUE 'SUPPRESSED THROUGH'.
       01 WS-DETAIL-LINE.
           05 WS-DET-NAME PIC X(25).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-LANG PIC X(02).
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-DET-EFF-DATE PIC X(08).
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-DET-BATCH-DATE PIC X(08).
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-DET-THROUGH PIC X(12).
           05 FILLER PIC X(65) VALUE SPACES.
       01 WS-SITE-TOTAL-LINE.
           05 FILLER PIC X(16) VALUE 'SITE TOTAL      '.
           05 WS-SITE-TOT-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(109) VALUE SPACES.
       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(11) VALUE 'SUPPRESSED '.
           05 WS-SUM-COUNT PIC ZZZZZZZ9.
           05 FILLER PIC X(10) VALUE ' REQUESTS,'.
           05 WS-SUM-SITES PIC ZZZZ9.
           05 FILLER PIC X(98) VALUE ' SITES'.
      *Run outcome, reflected into RETURN-CODE at end of run, the
      *same 0/4/8 convention the rest of the suite uses: 0 =
      *listing printed (a cycle with nothing suppressed is a
      *normal night), 8 = a file could not be opened or the
      *suppressed-request table overflowed.
       01 WS-RUN-RC PIC 9(03) VALUE 0.
           88 WS-RC-SUCCESS VALUE 0.
           88 WS-RC-WARNING VALUE 4.
           88 WS-RC-FAILURE VALUE 8.
      *Run-control registry request area, shared with the EVANCRUN
      *subprogram via copybook. A rerun of a cycle the registry
      *already shows complete still lists, but leaves the
      *registry record of the real run alone.
       01 WS-RERUN-SW PIC X(01) VALUE 'N'.
           88 WS-RERUN VALUE 'Y'.
           COPY EVANCRNQ.
      *Operations message request area, shared with the EVANCMSG
      *subprogram via copybook, and the summary text logged at
      *end of run at the severity the run earned.
           COPY EVANCMSQ.
       01 WS-MSG-SUMMARY.
           05 FILLER PIC X(07) VALUE 'LISTED='.
           05 WS-MSG-LISTED PIC 9(08).
           05 FILLER PIC X(07) VALUE ' SITES='.
           05 WS-MSG-SITES PIC 9(05).
       LINKAGE SECTION.
      *Standard MVS batch PARM linkage: the system passes the PARM
      *text from the EXEC statement as a halfword length followed
      *by the text itself.
       01 LS-PARM-LEN PIC S9(4) COMP.
       01 LS-PARM-DATA.
           05 LS-CYCLE-DATE PIC X(08).
       PROCEDURE DIVISION USING LS-PARM-LEN LS-PARM-DATA.
      *----------------------------------------------------------*
      * 0000-MAINLINE loads the cycle's suppressed requests and    *
      * prints them a site to a page.                              *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
           PERFORM 2000-LOAD-PARA THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-LIST-SITES-PARA THRU 3000-EXIT.
           PERFORM 9000-CLOSE-PARA THRU 9000-EXIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------------------------------------------------------*
      * 1000-OPEN-PARA books the run's start, settles the cycle    *
      * date and opens the suppressed file and the listing.        *
      *----------------------------------------------------------*
       1000-OPEN-PARA.
           IF LS-PARM-LEN > 7
               MOVE LS-CYCLE-DATE TO WS-CYCLE-DATE
           ELSE
               ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE SPACES TO RUN-REQUEST.
           SET RUN-REQ-START TO TRUE.
           MOVE 'EVANCSUL' TO RUN-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO RUN-REQ-CYCLE-DATE.
           CALL 'EVANCRUN' USING RUN-REQUEST.
           IF RUN-REQ-DUPLICATE
               DISPLAY 'EVANCSUL: RERUN FOR CYCLE ' WS-CYCLE-DATE
                   ' ALREADY COMPLETE, LISTING AGAIN'
               SET WS-RERUN TO TRUE
           END-IF.
           OPEN INPUT SUPPRESSED-FILE.
           IF WS-SPD-OK
               SET WS-SPD-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCSUL: UNABLE TO OPEN SUPPFILE, STATUS='
                   WS-SPD-STATUS
               SET WS-RC-FAILURE TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-OK
               SET WS-RPT-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCSUL: UNABLE TO OPEN RPTFILE, STATUS='
                   WS-RPT-STATUS
               SET WS-RC-FAILURE TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-HEAD2-DATE.
           MOVE WS-CYCLE-DATE TO WS-HEAD2-CYCLE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-LOAD-PARA stages one suppressed request in the table. *
      *----------------------------------------------------------*
       2000-LOAD-PARA.
           READ SUPPRESSED-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF WS-SUP-USED = WS-SUP-MAX
               DISPLAY 'EVANCSUL: MORE THAN ' WS-SUP-MAX
                   ' SUPPRESSED REQUESTS, FAILING RUN'
               SET WS-RC-FAILURE TO TRUE
               SET WS-EOF TO TRUE
               GO TO 2000-EXIT.
           ADD 1 TO WS-SUP-USED.
           MOVE SPD-SITE-ID TO WS-SUP-SITE (WS-SUP-USED).
           MOVE SPD-BATCH-DATE TO WS-SUP-BATCH-DATE (WS-SUP-USED).
           MOVE SPD-EXPIRY-DATE TO WS-SUP-EXPIRY (WS-SUP-USED).
           MOVE SPD-RAW-REC TO WS-SUP-REC (WS-SUP-USED).
           MOVE 'N' TO WS-SUP-PRINTED-SW (WS-SUP-USED).
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3000-LIST-SITES-PARA prints the staged requests site by    *
      * site: the first unprinted row names the next site, and     *
      * every row for that site prints on its page.                *
      *----------------------------------------------------------*
       3000-LIST-SITES-PARA.
           IF NOT WS-RPT-OPENED OR WS-RC-FAILURE
               GO TO 3000-EXIT.
           PERFORM 3100-START-SITE-PARA THRU 3100-EXIT
               VARYING WS-SUP-SUB FROM 1 BY 1
               UNTIL WS-SUP-SUB > WS-SUP-USED.
           IF WS-PAGE-COUNT = 0
               MOVE SPACES TO WS-HEAD2-SITE
               PERFORM 2500-PAGE-HEADING-PARA THRU 2500-EXIT
           END-IF.
           MOVE WS-LISTED-COUNT TO WS-SUM-COUNT.
           MOVE WS-SITES-LISTED TO WS-SUM-SITES.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
       3000-EXIT.
           EXIT.
       3100-START-SITE-PARA.
           IF WS-SUP-PRINTED (WS-SUP-SUB)
               GO TO 3100-EXIT.
           MOVE WS-SUP-SITE (WS-SUP-SUB) TO WS-SITE-ID.
           MOVE WS-SITE-ID TO WS-HEAD2-SITE.
           MOVE 0 TO WS-SITE-COUNT.
           PERFORM 2500-PAGE-HEADING-PARA THRU 2500-EXIT.
           PERFORM 3200-PRINT-SITE-ROW-PARA THRU 3200-EXIT
               VARYING WS-SUP-SUB2 FROM WS-SUP-SUB BY 1
               UNTIL WS-SUP-SUB2 > WS-SUP-USED.
           MOVE WS-SITE-COUNT TO WS-SITE-TOT-COUNT.
           MOVE WS-SITE-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
           ADD 1 TO WS-SITES-LISTED.
       3100-EXIT.
           EXIT.
       3200-PRINT-SITE-ROW-PARA.
           IF WS-SUP-PRINTED (WS-SUP-SUB2)
                   OR WS-SUP-SITE (WS-SUP-SUB2) NOT = WS-SITE-ID
               GO TO 3200-EXIT.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 2500-PAGE-HEADING-PARA THRU 2500-EXIT
           END-IF.
           MOVE WS-SUP-REC (WS-SUP-SUB2) TO RAW-RECORD.
           MOVE RAW-DET-NAME TO WS-DET-NAME.
           MOVE RAW-DET-LANG-CD TO WS-DET-LANG.
           MOVE RAW-DET-EFF-DATE TO WS-DET-EFF-DATE.
           MOVE WS-SUP-BATCH-DATE (WS-SUP-SUB2) TO WS-DET-BATCH-DATE.
           IF WS-SUP-EXPIRY (WS-SUP-SUB2) = SPACES
               MOVE 'UNTIL LIFTED' TO WS-DET-THROUGH
           ELSE
               MOVE WS-SUP-EXPIRY (WS-SUP-SUB2) TO WS-DET-THROUGH
           END-IF.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE 'Y' TO WS-SUP-PRINTED-SW (WS-SUP-SUB2).
           ADD 1 TO WS-SITE-COUNT.
           ADD 1 TO WS-LISTED-COUNT.
       3200-EXIT.
           EXIT.
       2500-PAGE-HEADING-PARA.
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
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 9000-CLOSE-PARA closes the files, logs the outcome and     *
      * books the count listed on the registry.                    *
      *----------------------------------------------------------*
       9000-CLOSE-PARA.
           IF WS-SPD-OPENED
               CLOSE SUPPRESSED-FILE
           END-IF.
           IF WS-RPT-OPENED
               CLOSE REPORT-FILE
           END-IF.
           DISPLAY 'EVANCSUL: CYCLE=' WS-CYCLE-DATE
               ' LOADED=' WS-SUP-USED
               ' LISTED=' WS-LISTED-COUNT
               ' SITES=' WS-SITES-LISTED.
           PERFORM 8800-LOG-RUN-MSG-PARA THRU 8800-EXIT.
           IF NOT WS-RERUN
               MOVE SPACES TO RUN-REQUEST
               SET RUN-REQ-END TO TRUE
               MOVE 'EVANCSUL' TO RUN-REQ-PROGRAM
               MOVE WS-CYCLE-DATE TO RUN-REQ-CYCLE-DATE
               MOVE WS-RUN-RC TO RUN-REQ-RC
               MOVE WS-LISTED-COUNT TO RUN-REQ-COUNT
               CALL 'EVANCRUN' USING RUN-REQUEST
           END-IF.
       9000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 8800-LOG-RUN-MSG-PARA logs the listing's outcome to the    *
      * central operations message file at the severity the run    *
      * earned, for the nightly exception digest.                  *
      *----------------------------------------------------------*
       8800-LOG-RUN-MSG-PARA.
           MOVE SPACES TO MSG-REQUEST.
           MOVE 'EVANCSUL' TO MSG-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO MSG-REQ-CYCLE-DATE.
           EVALUATE TRUE
               WHEN WS-RC-FAILURE
                   SET MSG-REQ-SEV-ERROR TO TRUE
               WHEN WS-RC-WARNING
                   SET MSG-REQ-WARNING TO TRUE
               WHEN OTHER
                   SET MSG-REQ-INFO TO TRUE
           END-EVALUATE.
           MOVE WS-LISTED-COUNT TO WS-MSG-LISTED.
           MOVE WS-SITES-LISTED TO WS-MSG-SITES.
           MOVE WS-MSG-SUMMARY TO MSG-REQ-TEXT.
           CALL 'EVANCMSG' USING MSG-REQUEST.
       8800-EXIT.
           EXIT.
