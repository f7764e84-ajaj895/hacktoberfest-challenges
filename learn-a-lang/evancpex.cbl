      *Pending change expiry for the CSA-Hacktoberfest-Challenges --
      *2020 greeting job.
      *Written by Evan Colwell
      *
      *EVANCPEX sweeps the pending change file EVANCMNT and
      *EVANCSMT stage parameter and site master changes on, and
      *expires every change left unapproved too long: it comes
      *off the file without touching either master and prints on
      *the exception report with who staged it, when, and the row
      *before and as proposed, so a change nobody would approve
      *doesn't sit waiting for someone to approve it by accident
      *months later. The age limit in days comes from the EXEC
      *statement's PARM as three digits, e.g. PARM='007'; changes
      *staged before today minus that many days are expired.
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evancpex.cbl -I copybooks
      *
      *Modification History:
      * 2026-10-15  EC  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCPEX.
       AUTHOR. EVANCOLWELL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCH-KEY
               FILE STATUS IS WS-PCH-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCPCH.
       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01 RPT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-PCH-STATUS PIC X(02).
           88 WS-PCH-OK VALUE '00'.
       01 WS-PCH-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-PCH-OPENED VALUE 'Y'.
       01 WS-RPT-STATUS PIC X(02).
           88 WS-RPT-OK VALUE '00'.
       01 WS-RPT-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-RPT-OPENED VALUE 'Y'.
       01 WS-DONE-SW PIC X(01) VALUE 'N'.
           88 WS-DONE VALUE 'Y'.
       01 WS-EXPIRY-DAYS PIC 9(03) VALUE 0.
       01 WS-TODAY-DATE PIC 9(08).
       01 WS-TODAY-NUM PIC 9(08) VALUE 0 COMP.
       01 WS-CUTOFF-NUM PIC 9(08) VALUE 0 COMP.
       01 WS-CUTOFF-DATE PIC 9(08).
       01 WS-CUTOFF-X PIC X(08).
       01 WS-READ-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-EXPIRED-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-LINE-COUNT PIC 9(03) VALUE 99 COMP.
       01 WS-LINES-PER-PAGE PIC 9(03) VALUE 55 COMP.
       01 WS-PAGE-COUNT PIC 9(04) VALUE 0 COMP.
      *The before/proposed columns print the front of each staged
      *row image - the key and the fields that carry the change -
      *in the master row's own shape.
       01 WS-HEAD1.
           05 FILLER PIC X(10) VALUE 'EVANCPEX'.
           05 FILLER PIC X(40)
               VALUE 'PENDING CHANGES EXPIRED UNAPPROVED'.
           05 FILLER PIC X(56) VALUE SPACES.
           05 FILLER PIC X(05) VALUE 'PAGE '.
           05 WS-HEAD1-PAGE PIC ZZZ9.
           05 FILLER PIC X(17) VALUE SPACES.
       01 WS-HEAD2.
           05 FILLER PIC X(09) VALUE 'RUN DATE '.
           05 WS-HEAD2-DATE PIC X(08).
           05 FILLER PIC X(07) VALUE SPACES.
           05 FILLER PIC X(15) VALUE 'STAGED BEFORE '.
           05 WS-HEAD2-CUTOFF PIC X(08).
           05 FILLER PIC X(85) VALUE SPACES.
       01 WS-HEAD3.
           05 FILLER PIC X(11) VALUE 'MASTER'.
           05 FILLER PIC X(18) VALUE 'ROW'.
           05 FILLER PIC X(05) VALUE 'FUNC'.
           05 FILLER PIC X(10) VALUE 'STAGED BY'.
           05 FILLER PIC X(10) VALUE 'STAGED ON'.
           05 FILLER PIC X(37) VALUE 'BEFORE'.
           05 FILLER PIC X(41) VALUE 'PROPOSED'.
       01 WS-DETAIL-LINE.
           05 WS-DET-MASTER PIC X(09).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-ROW PIC X(16).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-FUNC PIC X(03).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-USER PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-DATE PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-BEFORE PIC X(35).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-PROPOSED PIC X(35).
           05 FILLER PIC X(06) VALUE SPACES.
       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(08) VALUE 'EXPIRED '.
           05 WS-SUM-EXPIRED PIC ZZZZZZZ9.
           05 FILLER PIC X(04) VALUE ' OF '.
           05 WS-SUM-READ PIC ZZZZZZZ9.
           05 FILLER PIC X(26) VALUE ' PENDING CHANGES, LIMIT '.
           05 WS-SUM-DAYS PIC ZZ9.
           05 FILLER PIC X(05) VALUE ' DAYS'.
           05 FILLER PIC X(70) VALUE SPACES.
      *Run outcome, reflected into RETURN-CODE at end of run, the
      *same 0/4/8 convention the rest of the suite uses: 0 = no
      *change had waited past the limit, 4 = changes expired onto
      *the exception report (or a delete failed), 8 = a file could
      *not be opened or the PARM didn't carry a usable limit.
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
           05 LS-EXPIRY-DAYS PIC X(03).
       PROCEDURE DIVISION USING LS-PARM-LEN LS-PARM-DATA.
      *----------------------------------------------------------*
      * 0000-MAINLINE expires the pending changes older than the   *
      * limit and prints them.                                     *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
           PERFORM 2000-EXPIRE-PARA THRU 2000-EXIT
               UNTIL WS-DONE.
           PERFORM 3000-WRAP-UP-PARA THRU 3000-EXIT.
           PERFORM 9000-CLOSE-PARA THRU 9000-EXIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------------------------------------------------------*
      * 1000-OPEN-PARA validates the limit PARM, computes the      *
      * cutoff date and opens the pending change file for update,  *
      * positioned at the first key, and the exception report.     *
      *----------------------------------------------------------*
       1000-OPEN-PARA.
           IF LS-PARM-LEN < 3 OR LS-EXPIRY-DAYS NOT NUMERIC
               DISPLAY 'EVANCPEX: EXPIRY PARM MISSING OR NOT '
                   'NUMERIC'
               SET WS-RC-FAILURE TO TRUE
               SET WS-DONE TO TRUE
               GO TO 1000-EXIT.
           MOVE LS-EXPIRY-DAYS TO WS-EXPIRY-DAYS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           COMPUTE WS-CUTOFF-NUM = WS-TODAY-NUM - WS-EXPIRY-DAYS.
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-NUM).
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-X.
           MOVE WS-TODAY-DATE TO WS-HEAD2-DATE.
           MOVE WS-CUTOFF-X TO WS-HEAD2-CUTOFF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-OK
               SET WS-RPT-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCPEX: UNABLE TO OPEN RPTFILE, STATUS='
                   WS-RPT-STATUS
               SET WS-RC-FAILURE TO TRUE
               SET WS-DONE TO TRUE
               GO TO 1000-EXIT.
           OPEN I-O PEND-FILE.
           IF WS-PCH-OK
               SET WS-PCH-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCPEX: UNABLE TO OPEN PENDCHG, STATUS='
                   WS-PCH-STATUS
               SET WS-RC-FAILURE TO TRUE
               SET WS-DONE TO TRUE
               GO TO 1000-EXIT.
           MOVE LOW-VALUES TO PCH-KEY.
           START PEND-FILE KEY IS NOT LESS THAN PCH-KEY
               INVALID KEY
                   SET WS-DONE TO TRUE
           END-START.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-EXPIRE-PARA browses the pending changes in key order. *
      * The file is keyed by master and row, not by age, so every  *
      * change is read and each one staged before the cutoff is    *
      * printed and deleted.                                       *
      *----------------------------------------------------------*
       2000-EXPIRE-PARA.
           READ PEND-FILE NEXT RECORD
               AT END
                   SET WS-DONE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF PCH-STAGED-DATE NOT < WS-CUTOFF-X
               GO TO 2000-EXIT.
           PERFORM 2100-PRINT-EXPIRED-PARA THRU 2100-EXIT.
           DELETE PEND-FILE RECORD
               INVALID KEY
                   DISPLAY 'EVANCPEX: DELETE FAILED, KEY=' PCH-KEY
                       ' STATUS=' WS-PCH-STATUS
                   SET WS-RC-WARNING TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-EXPIRED-COUNT
           END-DELETE.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2100-PRINT-EXPIRED-PARA prints one expired change on the   *
      * exception report.                                          *
      *----------------------------------------------------------*
       2100-PRINT-EXPIRED-PARA.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 2500-PAGE-HEADING-PARA THRU 2500-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PCH-FOR-PARM
                   MOVE 'PARAMETER' TO WS-DET-MASTER
               WHEN PCH-FOR-SITE
                   MOVE 'SITE' TO WS-DET-MASTER
               WHEN OTHER
                   MOVE PCH-MASTER-CD TO WS-DET-MASTER
           END-EVALUATE.
           MOVE PCH-ROW-KEY TO WS-DET-ROW.
           MOVE PCH-FUNCTION TO WS-DET-FUNC.
           MOVE PCH-STAGED-USER TO WS-DET-USER.
           MOVE PCH-STAGED-DATE TO WS-DET-DATE.
           MOVE PCH-BEFORE-IMAGE (1:35) TO WS-DET-BEFORE.
           MOVE PCH-PROPOSED-IMAGE (1:35) TO WS-DET-PROPOSED.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       2100-EXIT.
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
      * 3000-WRAP-UP-PARA prints the summary line and judges the   *
      * run: anything expired is an exception for the morning.     *
      *----------------------------------------------------------*
       3000-WRAP-UP-PARA.
           IF NOT WS-RPT-OPENED
               GO TO 3000-EXIT.
           IF WS-PAGE-COUNT = 0
               PERFORM 2500-PAGE-HEADING-PARA THRU 2500-EXIT
           END-IF.
           MOVE WS-EXPIRED-COUNT TO WS-SUM-EXPIRED.
           MOVE WS-READ-COUNT TO WS-SUM-READ.
           MOVE WS-EXPIRY-DAYS TO WS-SUM-DAYS.
           MOVE WS-SUMMARY-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 2 LINES.
           IF WS-EXPIRED-COUNT > 0 AND NOT WS-RC-FAILURE
               SET WS-RC-WARNING TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 9000-CLOSE-PARA closes the files and reports the counts.   *
      *----------------------------------------------------------*
       9000-CLOSE-PARA.
           IF WS-PCH-OPENED
               CLOSE PEND-FILE
           END-IF.
           IF WS-RPT-OPENED
               CLOSE REPORT-FILE
           END-IF.
           DISPLAY 'EVANCPEX: CUTOFF=' WS-CUTOFF-X
               ' READ=' WS-READ-COUNT
               ' EXPIRED=' WS-EXPIRED-COUNT.
       9000-EXIT.
           EXIT.
