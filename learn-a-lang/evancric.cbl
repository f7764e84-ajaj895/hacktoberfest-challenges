      *Reference data integrity check for the CSA-Hacktoberfest- --
      *Challenges 2020 greeting job.
      *Written by Evan Colwell
      *
      *EVANCRIC cross-checks the greeting parameter master against
      *the site distribution master before the night's stream
      *touches either, and prints every inconsistency it finds by
      *severity, errors first. Until now a site whose language
      *code pointed at a deleted wording row was only found when
      *EVANCSPL failed the run on an unrouted language, after the
      *greetings had been issued.
      *
      *What it looks for:
      * ERROR   an active site whose language has no PRMFILE row -
      *         every batch it sends would be rejected and nothing
      *         could route its split
      * WARNING a PRMFILE row no site uses at all
      * WARNING a wording template without its &NAME token - the
      *         greeting would go out with no recipient name in it
      * INFO    an inactive site whose language has no PRMFILE row
      *         (EVANCSMT will not reactivate it until the row is
      *         back), a language only inactive sites use, and a
      *         row with no template that greets with the banner
      *         wording
      *
      *Each error is also logged to the operations message file
      *through EVANCMSG, so the digest names the site, and the
      *run's summary is logged at the severity it earned. An error
      *ends the run RC 8 and holds the stream; warnings end it RC
      *4 and let it run.
      *
      *The PARM carries the stream's cycle date (YYYYMMDD); a
      *blank PARM takes today's date.
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evancric.cbl -I copybooks
      *
      *Modification History:
      * 2026-10-15  EC  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCRIC.
       AUTHOR. EVANCOLWELL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PRMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-PRM-STATUS.
           SELECT SITE-FILE ASSIGN TO "SITEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STE-KEY
               FILE STATUS IS WS-STE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCPRM.
       FD  SITE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSTE.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 RPT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PRM-STATUS PIC X(02).
           88 WS-PRM-OK VALUE '00'.
       01 WS-PRM-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-PRM-OPENED VALUE 'Y'.
       01 WS-STE-STATUS PIC X(02).
           88 WS-STE-OK VALUE '00'.
       01 WS-STE-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-STE-OPENED VALUE 'Y'.
       01 WS-RPT-STATUS PIC X(02).
           88 WS-RPT-OK VALUE '00'.
       01 WS-RPT-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-RPT-OPENED VALUE 'Y'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-CYCLE-DATE PIC X(08).
       01 WS-RUN-DATE PIC X(08).
      *Language table, one row per PRMFILE row, with what the row
      *holds and how many active and inactive sites point at it.
      *A master with more rows than the table holds fails the run
      *before anything is judged - a check that only saw part of
      *the master would pass languages it never looked at.
       01 WS-LANG-MAX PIC 9(03) VALUE 200 COMP.
       01 WS-LANG-USED PIC 9(03) VALUE 0 COMP.
       01 WS-LANG-TABLE.
           05 WS-LANG-ROW OCCURS 200 TIMES
                   INDEXED BY LANG-IDX.
               10 WS-LANG-CD PIC X(02).
               10 WS-LANG-TEMPLATE-SW PIC X(01).
                   88 WS-LANG-NO-TEMPLATE VALUE 'N'.
                   88 WS-LANG-NO-TOKEN VALUE 'T'.
                   88 WS-LANG-TEMPLATE-OK VALUE 'Y'.
               10 WS-LANG-ACTIVE-SITES PIC 9(05) COMP.
               10 WS-LANG-INACTIVE-SITES PIC 9(05) COMP.
       01 WS-TOKEN-COUNT PIC 9(03) VALUE 0 COMP.
       01 WS-LANG-FOUND-SW PIC X(01).
           88 WS-LANG-FOUND VALUE 'Y'.
      *Findings table. Every inconsistency is staged here as it is
      *found and printed afterwards a severity at a time, so the
      *report reads errors first however the masters are ordered.
      *Findings past the table limit are still counted and judged;
      *the report says how many did not print.
       01 WS-FND-MAX PIC 9(03) VALUE 500 COMP.
       01 WS-FND-USED PIC 9(03) VALUE 0 COMP.
       01 WS-FND-LOST PIC 9(05) VALUE 0 COMP.
       01 WS-FND-TABLE.
           05 WS-FND-ROW OCCURS 500 TIMES.
               10 WS-FND-SEVERITY PIC X(01).
               10 WS-FND-SITE-ID PIC X(08).
               10 WS-FND-LANG-CD PIC X(02).
               10 WS-FND-TEXT PIC X(48).
       01 WS-FND-SUB PIC 9(03) VALUE 0 COMP.
      *Staging for 4900-ADD-FINDING-PARA and for the pass that
      *prints one severity.
       01 WS-NEW-SEVERITY PIC X(01).
           88 WS-NEW-ERROR VALUE 'E'.
           88 WS-NEW-WARNING VALUE 'W'.
           88 WS-NEW-INFO VALUE 'I'.
       01 WS-NEW-SITE-ID PIC X(08).
       01 WS-NEW-LANG-CD PIC X(02).
       01 WS-NEW-TEXT PIC X(48).
       01 WS-PRINT-SEVERITY PIC X(01).
       01 WS-PRINT-SEV-NAME PIC X(08).
       01 WS-ERROR-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-WARNING-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-INFO-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-SITE-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-ACTIVE-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99 COMP.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55 COMP.
       01 WS-PAGE-COUNT PIC 9(04) VALUE 0 COMP.
       01 WS-HEAD1.
           05 FILLER PIC X(10) VALUE 'EVANCRIC'.
           05 FILLER PIC X(40)
               VALUE 'REFERENCE DATA INTEGRITY CHECK'.
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
           05 FILLER PIC X(10) VALUE 'SEVERITY'.
           05 FILLER PIC X(10) VALUE 'SITE'.
           05 FILLER PIC X(06) VALUE 'LANG'.
           05 FILLER PIC X(106) VALUE 'FINDING'.
       01 WS-DETAIL-LINE.
           05 WS-DET-SEVERITY PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-SITE-ID PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-LANG-CD PIC X(02).
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-DET-TEXT PIC X(48).
           05 FILLER PIC X(58) VALUE SPACES.
       01 WS-LOST-LINE.
           05 WS-LOST-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(126)
               VALUE ' MORE FINDINGS COUNTED BUT NOT LISTED'.
       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(07) VALUE 'ERRORS '.
           05 WS-SUM-ERRORS PIC ZZ,ZZ9.
           05 FILLER PIC X(11) VALUE '  WARNINGS '.
           05 WS-SUM-WARNINGS PIC ZZ,ZZ9.
           05 FILLER PIC X(07) VALUE '  INFO '.
           05 WS-SUM-INFO PIC ZZ,ZZ9.
           05 FILLER PIC X(12) VALUE '  LANGUAGES '.
           05 WS-SUM-LANGS PIC ZZ9.
           05 FILLER PIC X(08) VALUE '  SITES '.
           05 WS-SUM-SITES PIC ZZ,ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 WS-SUM-VERDICT PIC X(56) VALUE SPACES.
      *Run outcome, reflected into RETURN-CODE at end of run, the
      *same 0/4/8 convention the rest of the suite uses: 0 = the
      *masters agree, 4 = warnings only, 8 = at least one error,
      *a file could not be opened or the language table
      *overflowed.
       01 WS-RUN-RC PIC 9(03) VALUE 0.
           88 WS-RC-SUCCESS VALUE 0.
           88 WS-RC-WARNING VALUE 4.
           88 WS-RC-FAILURE VALUE 8.
      *Run-control registry request area, shared with the EVANCRUN
      *subprogram via copybook. A rerun of a cycle the registry
      *already shows complete still checks, but leaves the
      *registry record of the real run alone.
       01 WS-RERUN-SW PIC X(01) VALUE 'N'.
           88 WS-RERUN VALUE 'Y'.
           COPY EVANCRNQ.
      *Operations message request area, shared with the EVANCMSG
      *subprogram via copybook, the text logged for each error
      *found and the summary logged at end of run at the severity
      *the run earned.
           COPY EVANCMSQ.
       01 WS-MSG-FINDING.
           05 FILLER PIC X(05) VALUE 'SITE '.
           05 WS-MSG-SITE-ID PIC X(08).
           05 FILLER PIC X(06) VALUE ' LANG '.
           05 WS-MSG-LANG-CD PIC X(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-MSG-TEXT PIC X(38).
       01 WS-MSG-SUMMARY.
           05 FILLER PIC X(07) VALUE 'ERRORS='.
           05 WS-MSG-ERRORS PIC 9(05).
           05 FILLER PIC X(10) VALUE ' WARNINGS='.
           05 WS-MSG-WARNINGS PIC 9(05).
           05 FILLER PIC X(06) VALUE ' INFO='.
           05 WS-MSG-INFO PIC 9(05).
       LINKAGE SECTION.
      *Standard MVS batch PARM linkage: the system passes the PARM
      *text from the EXEC statement as a halfword length followed
      *by the text itself.
       01 LS-PARM-LEN PIC S9(4) COMP.
       01 LS-PARM-DATA.
           05 LS-CYCLE-DATE PIC X(08).
       PROCEDURE DIVISION USING LS-PARM-LEN LS-PARM-DATA.
      *----------------------------------------------------------*
      * 0000-MAINLINE loads the parameter master, checks every     *
      * site against it, judges the languages and prints the       *
      * findings.                                                  *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
           PERFORM 2000-LOAD-LANGS-PARA THRU 2000-EXIT.
           PERFORM 3000-CHECK-SITES-PARA THRU 3000-EXIT.
           PERFORM 4000-CHECK-LANGS-PARA THRU 4000-EXIT.
           PERFORM 5000-PRINT-FINDINGS-PARA THRU 5000-EXIT.
           PERFORM 9000-CLOSE-PARA THRU 9000-EXIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------------------------------------------------------*
      * 1000-OPEN-PARA books the run's start, settles the cycle    *
      * date and opens both masters and the report.                *
      *----------------------------------------------------------*
       1000-OPEN-PARA.
           IF LS-PARM-LEN > 7
               MOVE LS-CYCLE-DATE TO WS-CYCLE-DATE
           ELSE
               ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE SPACES TO RUN-REQUEST.
           SET RUN-REQ-START TO TRUE.
           MOVE 'EVANCRIC' TO RUN-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO RUN-REQ-CYCLE-DATE.
           CALL 'EVANCRUN' USING RUN-REQUEST.
           IF RUN-REQ-DUPLICATE
               DISPLAY 'EVANCRIC: RERUN FOR CYCLE ' WS-CYCLE-DATE
                   ' ALREADY COMPLETE, CHECKING AGAIN'
               SET WS-RERUN TO TRUE
           END-IF.
           OPEN INPUT PARM-FILE.
           IF WS-PRM-OK
               SET WS-PRM-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCRIC: UNABLE TO OPEN PRMFILE, STATUS='
                   WS-PRM-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           OPEN INPUT SITE-FILE.
           IF WS-STE-OK
               SET WS-STE-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCRIC: UNABLE TO OPEN SITEFILE, STATUS='
                   WS-STE-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-OK
               SET WS-RPT-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCRIC: UNABLE TO OPEN RPTFILE, STATUS='
                   WS-RPT-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-HEAD2-DATE.
           MOVE WS-CYCLE-DATE TO WS-HEAD2-CYCLE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-LOAD-LANGS-PARA reads the parameter master end to end *
      * into the language table, noting for each row whether its   *
      * template is blank, lacks the &NAME token or is sound.      *
      *----------------------------------------------------------*
       2000-LOAD-LANGS-PARA.
           IF WS-RC-FAILURE
               GO TO 2000-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO PRM-KEY.
           START PARM-FILE KEY IS NOT LESS THAN PRM-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM 2100-LOAD-ONE-LANG-PARA THRU 2100-EXIT
               UNTIL WS-EOF.
       2000-EXIT.
           EXIT.
       2100-LOAD-ONE-LANG-PARA.
           READ PARM-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF WS-LANG-USED = WS-LANG-MAX
               DISPLAY 'EVANCRIC: MORE THAN ' WS-LANG-MAX
                   ' PARAMETER ROWS, FAILING RUN'
               SET WS-RC-FAILURE TO TRUE
               SET WS-EOF TO TRUE
               GO TO 2100-EXIT.
           ADD 1 TO WS-LANG-USED.
           SET LANG-IDX TO WS-LANG-USED.
           MOVE PRM-LANG-CD TO WS-LANG-CD (LANG-IDX).
           MOVE 0 TO WS-LANG-ACTIVE-SITES (LANG-IDX).
           MOVE 0 TO WS-LANG-INACTIVE-SITES (LANG-IDX).
           IF PRM-TEMPLATE-TEXT = SPACES
               SET WS-LANG-NO-TEMPLATE (LANG-IDX) TO TRUE
               GO TO 2100-EXIT.
           MOVE 0 TO WS-TOKEN-COUNT.
           INSPECT PRM-TEMPLATE-TEXT
               TALLYING WS-TOKEN-COUNT FOR ALL '&NAME'.
           IF WS-TOKEN-COUNT = 0
               SET WS-LANG-NO-TOKEN (LANG-IDX) TO TRUE
           ELSE
               SET WS-LANG-TEMPLATE-OK (LANG-IDX) TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3000-CHECK-SITES-PARA reads the site master end to end and *
      * looks each site's language up in the table: a miss is a    *
      * finding, a hit is counted against the language.            *
      *----------------------------------------------------------*
       3000-CHECK-SITES-PARA.
           IF WS-RC-FAILURE
               GO TO 3000-EXIT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO STE-KEY.
           START SITE-FILE KEY IS NOT LESS THAN STE-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM 3100-CHECK-ONE-SITE-PARA THRU 3100-EXIT
               UNTIL WS-EOF.
       3000-EXIT.
           EXIT.
       3100-CHECK-ONE-SITE-PARA.
           READ SITE-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-SITE-COUNT.
           IF STE-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF.
           MOVE 'N' TO WS-LANG-FOUND-SW.
           IF WS-LANG-USED > 0
               SET LANG-IDX TO 1
               SEARCH WS-LANG-ROW
                   AT END
                       CONTINUE
                   WHEN LANG-IDX > WS-LANG-USED
                       CONTINUE
                   WHEN WS-LANG-CD (LANG-IDX) = STE-LANG-CD
                       SET WS-LANG-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF WS-LANG-FOUND
               IF STE-ACTIVE
                   ADD 1 TO WS-LANG-ACTIVE-SITES (LANG-IDX)
               ELSE
                   ADD 1 TO WS-LANG-INACTIVE-SITES (LANG-IDX)
               END-IF
               GO TO 3100-EXIT.
           MOVE STE-SITE-ID TO WS-NEW-SITE-ID.
           MOVE STE-LANG-CD TO WS-NEW-LANG-CD.
           IF STE-ACTIVE
               SET WS-NEW-ERROR TO TRUE
               MOVE 'ACTIVE SITE LANGUAGE NOT ON PRMFILE'
                   TO WS-NEW-TEXT
           ELSE
               SET WS-NEW-INFO TO TRUE
               MOVE 'INACTIVE SITE LANGUAGE NOT ON PRMFILE'
                   TO WS-NEW-TEXT
           END-IF.
           PERFORM 4900-ADD-FINDING-PARA THRU 4900-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 4000-CHECK-LANGS-PARA judges each parameter row once every *
      * site has been counted against it: a row no site uses, one  *
      * only inactive sites use, and its template.                 *
      *----------------------------------------------------------*
       4000-CHECK-LANGS-PARA.
           IF WS-RC-FAILURE
               GO TO 4000-EXIT.
           PERFORM 4100-CHECK-ONE-LANG-PARA THRU 4100-EXIT
               VARYING LANG-IDX FROM 1 BY 1
               UNTIL LANG-IDX > WS-LANG-USED.
       4000-EXIT.
           EXIT.
       4100-CHECK-ONE-LANG-PARA.
           MOVE SPACES TO WS-NEW-SITE-ID.
           MOVE WS-LANG-CD (LANG-IDX) TO WS-NEW-LANG-CD.
           IF WS-LANG-ACTIVE-SITES (LANG-IDX) = 0
               IF WS-LANG-INACTIVE-SITES (LANG-IDX) = 0
                   SET WS-NEW-WARNING TO TRUE
                   MOVE 'PRMFILE ROW NO SITE USES' TO WS-NEW-TEXT
               ELSE
                   SET WS-NEW-INFO TO TRUE
                   MOVE 'LANGUAGE USED ONLY BY INACTIVE SITES'
                       TO WS-NEW-TEXT
               END-IF
               PERFORM 4900-ADD-FINDING-PARA THRU 4900-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-LANG-NO-TOKEN (LANG-IDX)
                   SET WS-NEW-WARNING TO TRUE
                   MOVE 'TEMPLATE HAS NO &NAME TOKEN' TO WS-NEW-TEXT
                   PERFORM 4900-ADD-FINDING-PARA THRU 4900-EXIT
               WHEN WS-LANG-NO-TEMPLATE (LANG-IDX)
                   SET WS-NEW-INFO TO TRUE
                   MOVE 'NO TEMPLATE, GREETS WITH BANNER WORDING'
                       TO WS-NEW-TEXT
                   PERFORM 4900-ADD-FINDING-PARA THRU 4900-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       4100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 4900-ADD-FINDING-PARA counts the staged finding at its     *
      * severity, raises the return code to match, logs an error   *
      * to the operations message file and keeps the finding for   *
      * the report.                                                *
      *----------------------------------------------------------*
       4900-ADD-FINDING-PARA.
           EVALUATE TRUE
               WHEN WS-NEW-ERROR
                   ADD 1 TO WS-ERROR-COUNT
                   SET WS-RC-FAILURE TO TRUE
                   PERFORM 8700-LOG-FINDING-PARA THRU 8700-EXIT
               WHEN WS-NEW-WARNING
                   ADD 1 TO WS-WARNING-COUNT
                   IF WS-RC-SUCCESS
                       SET WS-RC-WARNING TO TRUE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-INFO-COUNT
           END-EVALUATE.
           DISPLAY 'EVANCRIC: ' WS-NEW-SEVERITY ' SITE='
               WS-NEW-SITE-ID ' LANG=' WS-NEW-LANG-CD ' '
               WS-NEW-TEXT.
           IF WS-FND-USED = WS-FND-MAX
               ADD 1 TO WS-FND-LOST
               GO TO 4900-EXIT.
           ADD 1 TO WS-FND-USED.
           MOVE WS-NEW-SEVERITY TO WS-FND-SEVERITY (WS-FND-USED).
           MOVE WS-NEW-SITE-ID TO WS-FND-SITE-ID (WS-FND-USED).
           MOVE WS-NEW-LANG-CD TO WS-FND-LANG-CD (WS-FND-USED).
           MOVE WS-NEW-TEXT TO WS-FND-TEXT (WS-FND-USED).
       4900-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 5000-PRINT-FINDINGS-PARA prints the staged findings a      *
      * severity at a time - errors, then warnings, then the       *
      * informational ones - and the summary with the verdict.     *
      *----------------------------------------------------------*
       5000-PRINT-FINDINGS-PARA.
           IF NOT WS-RPT-OPENED
               GO TO 5000-EXIT.
           PERFORM 5500-PAGE-HEADING-PARA THRU 5500-EXIT.
           MOVE 'E' TO WS-PRINT-SEVERITY.
           MOVE 'ERROR' TO WS-PRINT-SEV-NAME.
           PERFORM 5100-PRINT-ONE-FINDING-PARA THRU 5100-EXIT
               VARYING WS-FND-SUB FROM 1 BY 1
               UNTIL WS-FND-SUB > WS-FND-USED.
           MOVE 'W' TO WS-PRINT-SEVERITY.
           MOVE 'WARNING' TO WS-PRINT-SEV-NAME.
           PERFORM 5100-PRINT-ONE-FINDING-PARA THRU 5100-EXIT
               VARYING WS-FND-SUB FROM 1 BY 1
               UNTIL WS-FND-SUB > WS-FND-USED.
           MOVE 'I' TO WS-PRINT-SEVERITY.
           MOVE 'INFO' TO WS-PRINT-SEV-NAME.
           PERFORM 5100-PRINT-ONE-FINDING-PARA THRU 5100-EXIT
               VARYING WS-FND-SUB FROM 1 BY 1
               UNTIL WS-FND-SUB > WS-FND-USED.
           IF WS-FND-LOST > 0
               MOVE WS-FND-LOST TO WS-LOST-COUNT
               MOVE WS-LOST-LINE TO RPT-LINE
               WRITE RPT-LINE AFTER ADVANCING 2 LINES
           END-IF.
           MOVE WS-ERROR-COUNT TO WS-SUM-ERRORS.
           MOVE WS-WARNING-COUNT TO WS-SUM-WARNINGS.
           MOVE WS-INFO-COUNT TO WS-SUM-INFO.
           MOVE WS-LANG-USED TO WS-SUM-LANGS.
           MOVE WS-SITE-COUNT TO WS-SUM-SITES.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 'REFERENCE DATA BROKEN - STREAM HELD'
                       TO WS-SUM-VERDICT
               WHEN WS-RC-FAILURE
                   MOVE 'CHECK COULD NOT RUN - STREAM HELD'
                       TO WS-SUM-VERDICT
               WHEN WS-WARNING-COUNT > 0
                   MOVE 'WARNINGS ONLY - STREAM MAY RUN'
                       TO WS-SUM-VERDICT
               WHEN OTHER
                   MOVE 'MASTERS AGREE' TO WS-SUM-VERDICT
           END-EVALUATE.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
       5000-EXIT.
           EXIT.
       5100-PRINT-ONE-FINDING-PARA.
           IF WS-FND-SEVERITY (WS-FND-SUB) NOT = WS-PRINT-SEVERITY
               GO TO 5100-EXIT.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 5500-PAGE-HEADING-PARA THRU 5500-EXIT
           END-IF.
           MOVE WS-PRINT-SEV-NAME TO WS-DET-SEVERITY.
           MOVE WS-FND-SITE-ID (WS-FND-SUB) TO WS-DET-SITE-ID.
           MOVE WS-FND-LANG-CD (WS-FND-SUB) TO WS-DET-LANG-CD.
           MOVE WS-FND-TEXT (WS-FND-SUB) TO WS-DET-TEXT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       5100-EXIT.
           EXIT.
       5500-PAGE-HEADING-PARA.
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
       5500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 9000-CLOSE-PARA closes the files, logs the outcome and     *
      * books the count of findings on the registry.               *
      *----------------------------------------------------------*
       9000-CLOSE-PARA.
           IF WS-PRM-OPENED
               CLOSE PARM-FILE
           END-IF.
           IF WS-STE-OPENED
               CLOSE SITE-FILE
           END-IF.
           IF WS-RPT-OPENED
               CLOSE REPORT-FILE
           END-IF.
           DISPLAY 'EVANCRIC: CYCLE=' WS-CYCLE-DATE
               ' LANGUAGES=' WS-LANG-USED
               ' SITES=' WS-SITE-COUNT
               ' ACTIVE=' WS-ACTIVE-COUNT
               ' ERRORS=' WS-ERROR-COUNT
               ' WARNINGS=' WS-WARNING-COUNT
               ' INFO=' WS-INFO-COUNT.
           PERFORM 8800-LOG-RUN-MSG-PARA THRU 8800-EXIT.
           IF NOT WS-RERUN
               MOVE SPACES TO RUN-REQUEST
               SET RUN-REQ-END TO TRUE
               MOVE 'EVANCRIC' TO RUN-REQ-PROGRAM
               MOVE WS-CYCLE-DATE TO RUN-REQ-CYCLE-DATE
               MOVE WS-RUN-RC TO RUN-REQ-RC
               COMPUTE RUN-REQ-COUNT = WS-ERROR-COUNT
                   + WS-WARNING-COUNT + WS-INFO-COUNT
               CALL 'EVANCRUN' USING RUN-REQUEST
           END-IF.
       9000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 8700-LOG-FINDING-PARA logs one error-level finding to the  *
      * central operations message file, so the digest names the   *
      * site and language to fix.                                  *
      *----------------------------------------------------------*
       8700-LOG-FINDING-PARA.
           MOVE SPACES TO MSG-REQUEST.
           MOVE 'EVANCRIC' TO MSG-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO MSG-REQ-CYCLE-DATE.
           SET MSG-REQ-SEV-ERROR TO TRUE.
           MOVE WS-NEW-SITE-ID TO WS-MSG-SITE-ID.
           MOVE WS-NEW-LANG-CD TO WS-MSG-LANG-CD.
           MOVE WS-NEW-TEXT TO WS-MSG-TEXT.
           MOVE WS-MSG-FINDING TO MSG-REQ-TEXT.
           CALL 'EVANCMSG' USING MSG-REQUEST.
       8700-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 8800-LOG-RUN-MSG-PARA logs the check's outcome to the      *
      * central operations message file at the severity the run    *
      * earned, for the nightly exception digest.                  *
      *----------------------------------------------------------*
       8800-LOG-RUN-MSG-PARA.
           MOVE SPACES TO MSG-REQUEST.
           MOVE 'EVANCRIC' TO MSG-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO MSG-REQ-CYCLE-DATE.
           EVALUATE TRUE
               WHEN WS-RC-FAILURE
                   SET MSG-REQ-SEV-ERROR TO TRUE
               WHEN WS-RC-WARNING
                   SET MSG-REQ-WARNING TO TRUE
               WHEN OTHER
                   SET MSG-REQ-INFO TO TRUE
           END-EVALUATE.
           MOVE WS-ERROR-COUNT TO WS-MSG-ERRORS.
           MOVE WS-WARNING-COUNT TO WS-MSG-WARNINGS.
           MOVE WS-INFO-COUNT TO WS-MSG-INFO.
           MOVE WS-MSG-SUMMARY TO MSG-REQ-TEXT.
           CALL 'EVANCMSG' USING MSG-REQUEST.
       8800-EXIT.
           EXIT.
