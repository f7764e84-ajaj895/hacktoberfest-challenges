      *Recipient suppression maintenance utility for the CSA- --
      *Hacktoberfest-Challenges 2020 greeting job.
      *Written by Evan Colwell
      *
      *EVANCSUP applies add/change/delete/list transactions against
      *the recipient suppression master, the same way EVANCSMT
      *maintains the site distribution master, so a person who
      *asks not to be greeted again is recorded once, here, and
      *EVANCEDT stops their requests at the edit instead of the
      *suite relying on the site to stop sending the record.
      *
      *Every add and change is validated before it touches the
      *master: the site id must be on the site distribution
      *master, the recipient name must not be blank, the language
      *code (when given) must be on the greeting parameter master,
      *and the expiry date (when given) must be a real date not
      *already past - a suppression that has lapsed before it is
      *loaded would stop nothing. Applied and rejected
      *transactions alike go to the change-history file with
      *before and after images and a date/time/user stamp, the
      *same discipline EVANCSMT has.
      *
      *A suppression takes effect on the next edit: an opt-out is
      *honored as soon as it is loaded, so this master is kept
      *outside the staged approval the parameter and site masters
      *go through.
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evancsup.cbl -I copybooks
      *
      *Modification History:
      * 2026-10-15  EC  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCSUP.
       AUTHOR. EVANCOLWELL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPRESS-FILE ASSIGN TO "SUPPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPM-KEY
               FILE STATUS IS WS-SPM-STATUS.
           SELECT SITE-FILE ASSIGN TO "SITEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STE-KEY
               FILE STATUS IS WS-STE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PRMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-PRM-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPRESS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSPM.
       FD  SITE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSTE.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCPRM.
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSPX.
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSPH.
       WORKING-STORAGE SECTION.
       01 WS-SPM-STATUS PIC X(02).
           88 WS-SPM-OK VALUE '00'.
           88 WS-SPM-NOT-FOUND VALUE '23'.
           88 WS-SPM-DUPLICATE VALUE '22'.
       01 WS-SPM-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-SPM-OPENED VALUE 'Y'.
       01 WS-SPM-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-SPM-EOF VALUE 'Y'.
       01 WS-STE-STATUS PIC X(02).
           88 WS-STE-OK VALUE '00'.
       01 WS-STE-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-STE-OPENED VALUE 'Y'.
       01 WS-PRM-STATUS PIC X(02).
           88 WS-PRM-OK VALUE '00'.
       01 WS-PRM-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-PRM-OPENED VALUE 'Y'.
       01 WS-TXN-STATUS PIC X(02).
           88 WS-TXN-OK VALUE '00'.
       01 WS-TXN-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-TXN-OPENED VALUE 'Y'.
       01 WS-HST-STATUS PIC X(02).
           88 WS-HST-OK VALUE '00'.
       01 WS-HST-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-HST-OPENED VALUE 'Y'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
      *Verdict from 2050-VALIDATE-TXN-PARA; a transaction failing
      *any field edit is rejected before the master is touched.
       01 WS-TXN-VALID-SW PIC X(01).
           88 WS-TXN-VALID VALUE 'Y'.
      *Expiry date edit staging, the same plausibility check
      *EVANCMNT gives wording schedule dates.
       01 WS-TODAY-DATE PIC X(08).
       01 WS-DATE-CHECK.
           05 WS-DATE-CHECK-YYYY PIC 9(04).
           05 WS-DATE-CHECK-MM PIC 9(02).
               88 WS-DATE-CHECK-MM-OK VALUE 01 THRU 12.
           05 WS-DATE-CHECK-DD PIC 9(02).
               88 WS-DATE-CHECK-DD-OK VALUE 01 THRU 31.
      *Site id the list browse is confined to; spaces lists every
      *site's suppressions.
       01 WS-LIST-SITE PIC X(08).
      *Date the suppression was first taken, carried into the row
      *2060-BUILD-ROW-PARA builds.
       01 WS-ADDED-DATE PIC X(08).
      *Staging fields for the history record: each transaction
      *paragraph sets the outcome and the before/after images of
      *the master row, and 2500-WRITE-HISTORY-PARA stamps and
      *writes them.
       01 WS-HST-OUTCOME PIC X(01).
       01 WS-BEFORE-IMAGE PIC X(80).
       01 WS-AFTER-IMAGE PIC X(80).
      *User stamp for the history records, taken from the EXEC
      *statement's PARM so the history shows who submitted the
      *maintenance run.
       01 WS-RUN-USER PIC X(08) VALUE SPACES.
       01 WS-ADD-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-CHG-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-DEL-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-REJECT-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-LIST-COUNT PIC 9(05) VALUE 0 COMP.
      *Run outcome, reflected into RETURN-CODE at end of run, the
      *same 0/4/8 convention EVANCSMT and the rest of the suite
      *use.
       01 WS-RUN-RC PIC 9(03) VALUE 0.
           88 WS-RC-SUCCESS VALUE 0.
           88 WS-RC-WARNING VALUE 4.
           88 WS-RC-FAILURE VALUE 8.
       LINKAGE SECTION.
      *Standard MVS batch PARM linkage: the system passes the PARM
      *text from the EXEC statement as a halfword length followed
      *by the text itself. The PARM carries the submitting user's
      *id for the history stamp.
       01 LS-PARM-LEN PIC S9(4) COMP.
       01 LS-PARM-DATA.
           05 LS-USER-ID PIC X(08).
       PROCEDURE DIVISION USING LS-PARM-LEN LS-PARM-DATA.
      *----------------------------------------------------------*
      * 0000-MAINLINE applies every transaction on TRANS-FILE      *
      * against SUPPRESS-FILE and reports the counts at the end.   *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
           PERFORM 2000-PROCESS-PARA THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-CLOSE-PARA THRU 9000-EXIT.
           IF NOT WS-SPM-OPENED OR NOT WS-TXN-OPENED
                   OR NOT WS-HST-OPENED OR NOT WS-PRM-OPENED
                   OR NOT WS-STE-OPENED
               SET WS-RC-FAILURE TO TRUE
           ELSE
               IF WS-REJECT-COUNT > 0
                   SET WS-RC-WARNING TO TRUE
               ELSE
                   SET WS-RC-SUCCESS TO TRUE
               END-IF
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------------------------------------------------------*
      * 1000-OPEN-PARA opens the suppression master for update,    *
      * the site and parameter masters the transactions are        *
      * validated against, the transaction file and the change-    *
      * history file.                                              *
      *----------------------------------------------------------*
       1000-OPEN-PARA.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN I-O SUPPRESS-FILE.
           IF WS-SPM-OK
               SET WS-SPM-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCSUP: UNABLE TO OPEN SUPPMST, STATUS='
                   WS-SPM-STATUS
               SET WS-EOF TO TRUE
           END-IF.
      *A run that can't see the site and parameter masters can't
      *prove a suppression names a real site and language, so it
      *applies nothing rather than let an unvalidated row in.
           OPEN INPUT SITE-FILE.
           IF WS-STE-OK
               SET WS-STE-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCSUP: UNABLE TO OPEN SITEFILE, STATUS='
                   WS-STE-STATUS
               SET WS-EOF TO TRUE
           END-IF.
           OPEN INPUT PARM-FILE.
           IF WS-PRM-OK
               SET WS-PRM-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCSUP: UNABLE TO OPEN PRMFILE, STATUS='
                   WS-PRM-STATUS
               SET WS-EOF TO TRUE
           END-IF.
           OPEN INPUT TRANS-FILE.
           IF WS-TXN-OK
               SET WS-TXN-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCSUP: UNABLE TO OPEN TRANS-FILE, STATUS='
                   WS-TXN-STATUS
               SET WS-EOF TO TRUE
           END-IF.
      *An opt-out nobody can later show was taken, or lifted, is
      *worse than none, so a history file that won't open stops
      *this run the same way it stops EVANCSMT.
           OPEN OUTPUT HISTORY-FILE.
           IF WS-HST-OK
               SET WS-HST-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCSUP: UNABLE TO OPEN HISTFILE, STATUS='
                   WS-HST-STATUS
               SET WS-EOF TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN LS-PARM-LEN > 7
                   MOVE LS-USER-ID TO WS-RUN-USER
               WHEN LS-PARM-LEN > 0
                   MOVE LS-PARM-DATA (1:LS-PARM-LEN) TO WS-RUN-USER
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-RUN-USER
           END-EVALUATE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-PROCESS-PARA reads one transaction and routes it to   *
      * the add, change, delete or list paragraph.                 *
      *----------------------------------------------------------*
       2000-PROCESS-PARA.
           READ TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SPX-IS-ADD
                           PERFORM 2100-ADD-PARA THRU 2100-EXIT
                       WHEN SPX-IS-CHG
                           PERFORM 2200-CHANGE-PARA THRU 2200-EXIT
                       WHEN SPX-IS-DEL
                           PERFORM 2300-DELETE-PARA THRU 2300-EXIT
                       WHEN SPX-IS-LST
                           PERFORM 2400-LIST-PARA THRU 2400-EXIT
                       WHEN OTHER
                           DISPLAY 'EVANCSUP: INVALID FUNCTION '
                               SPX-FUNCTION
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE 'R' TO WS-HST-OUTCOME
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           MOVE SPACES TO WS-AFTER-IMAGE
                           PERFORM 2500-WRITE-HISTORY-PARA
                               THRU 2500-EXIT
                   END-EVALUATE
           END-READ.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2050-VALIDATE-TXN-PARA applies the field edits an add or   *
      * change must pass before it touches the master: a site on   *
      * the site master, a recipient name, a language code on the  *
      * parameter master or spaces for every language, and an      *
      * expiry date that is a real date not yet past, or spaces.   *
      *----------------------------------------------------------*
       2050-VALIDATE-TXN-PARA.
           MOVE 'Y' TO WS-TXN-VALID-SW.
           IF SPX-SITE-ID = SPACES OR SPX-RECIP-NAME = SPACES
               DISPLAY 'EVANCSUP: ' SPX-FUNCTION ' REJECTED, '
                   'SITE ID OR RECIPIENT NAME IS BLANK'
               MOVE 'N' TO WS-TXN-VALID-SW
               GO TO 2050-EXIT.
           MOVE SPX-SITE-ID TO STE-SITE-ID.
           READ SITE-FILE
               INVALID KEY
                   DISPLAY 'EVANCSUP: ' SPX-FUNCTION ' REJECTED FOR '
                       SPX-SITE-ID ', SITE NOT ON SITE MASTER'
                   MOVE 'N' TO WS-TXN-VALID-SW
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           IF SPX-LANG-CD NOT = SPACES
               MOVE SPX-LANG-CD TO PRM-LANG-CD
               READ PARM-FILE
                   INVALID KEY
                       DISPLAY 'EVANCSUP: ' SPX-FUNCTION
                           ' REJECTED FOR ' SPX-SITE-ID
                           ', LANGUAGE ' SPX-LANG-CD
                           ' NOT ON PARAMETER MASTER'
                       MOVE 'N' TO WS-TXN-VALID-SW
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF SPX-EXPIRY-DATE NOT = SPACES
               MOVE SPX-EXPIRY-DATE TO WS-DATE-CHECK
               PERFORM 2650-CHECK-EXPIRY-PARA THRU 2650-EXIT
           END-IF.
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2060-BUILD-ROW-PARA builds the master row image from the   *
      * transaction fields, shared by the add and change paths.    *
      * The date the suppression was first taken, staged by the    *
      * caller, is stamped on an add and kept through every        *
      * change.                                                    *
      *----------------------------------------------------------*
       2060-BUILD-ROW-PARA.
           MOVE SPACES TO SPM-RECORD.
           MOVE SPX-SITE-ID TO SPM-SITE-ID.
           MOVE SPX-RECIP-NAME TO SPM-RECIP-NAME.
           MOVE SPX-LANG-CD TO SPM-LANG-CD.
           MOVE SPX-EXPIRY-DATE TO SPM-EXPIRY-DATE.
           MOVE WS-ADDED-DATE TO SPM-ADDED-DATE.
       2060-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2100-ADD-PARA adds a new suppression row. A duplicate key  *
      * is rejected rather than overwritten.                       *
      *----------------------------------------------------------*
       2100-ADD-PARA.
           PERFORM 2050-VALIDATE-TXN-PARA THRU 2050-EXIT.
           IF NOT WS-TXN-VALID
               PERFORM 2700-REJECT-TXN-PARA THRU 2700-EXIT
               GO TO 2100-EXIT.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE WS-TODAY-DATE TO WS-ADDED-DATE.
           PERFORM 2060-BUILD-ROW-PARA THRU 2060-EXIT.
           MOVE SPM-RECORD TO WS-AFTER-IMAGE.
           WRITE SPM-RECORD
               INVALID KEY
                   DISPLAY 'EVANCSUP: ADD REJECTED, DUPLICATE KEY '
                       SPX-SITE-ID ' ' SPX-RECIP-NAME
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'R' TO WS-HST-OUTCOME
      *The rejection means a row with this key DOES exist, and the
      *history's before-image has to say so, as in EVANCSMT.
                   READ SUPPRESS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPM-RECORD TO WS-BEFORE-IMAGE
                   END-READ
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE 'A' TO WS-HST-OUTCOME
           END-WRITE.
           PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2200-CHANGE-PARA updates an existing suppression row's     *
      * language or expiry date.                                   *
      *----------------------------------------------------------*
       2200-CHANGE-PARA.
           PERFORM 2050-VALIDATE-TXN-PARA THRU 2050-EXIT.
           IF NOT WS-TXN-VALID
               PERFORM 2700-REJECT-TXN-PARA THRU 2700-EXIT
               GO TO 2200-EXIT.
           MOVE SPX-SITE-ID TO SPM-SITE-ID.
           MOVE SPX-RECIP-NAME TO SPM-RECIP-NAME.
           READ SUPPRESS-FILE
               INVALID KEY
                   DISPLAY 'EVANCSUP: CHANGE REJECTED, NOT FOUND '
                       SPX-SITE-ID ' ' SPX-RECIP-NAME
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'R' TO WS-HST-OUTCOME
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
               NOT INVALID KEY
                   MOVE SPM-RECORD TO WS-BEFORE-IMAGE
                   MOVE SPM-ADDED-DATE TO WS-ADDED-DATE
                   PERFORM 2060-BUILD-ROW-PARA THRU 2060-EXIT
                   MOVE SPM-RECORD TO WS-AFTER-IMAGE
                   REWRITE SPM-RECORD
                       INVALID KEY
                           DISPLAY 'EVANCSUP: REWRITE FAILED FOR '
                               SPX-SITE-ID ' ' SPX-RECIP-NAME
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE 'R' TO WS-HST-OUTCOME
                       NOT INVALID KEY
                           ADD 1 TO WS-CHG-COUNT
                           MOVE 'A' TO WS-HST-OUTCOME
                   END-REWRITE
           END-READ.
           PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2300-DELETE-PARA lifts a suppression: the recipient is     *
      * greeted again from the next edit on.                       *
      *----------------------------------------------------------*
       2300-DELETE-PARA.
           MOVE SPX-SITE-ID TO SPM-SITE-ID.
           MOVE SPX-RECIP-NAME TO SPM-RECIP-NAME.
           MOVE SPACES TO WS-AFTER-IMAGE.
           READ SUPPRESS-FILE
               INVALID KEY
                   DISPLAY 'EVANCSUP: DELETE REJECTED, NOT FOUND '
                       SPX-SITE-ID ' ' SPX-RECIP-NAME
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'R' TO WS-HST-OUTCOME
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE SPM-RECORD TO WS-BEFORE-IMAGE
                   DELETE SUPPRESS-FILE
                       INVALID KEY
                           DISPLAY 'EVANCSUP: DELETE FAILED FOR '
                               SPX-SITE-ID ' ' SPX-RECIP-NAME
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE 'R' TO WS-HST-OUTCOME
                       NOT INVALID KEY
                           ADD 1 TO WS-DEL-COUNT
                           MOVE 'A' TO WS-HST-OUTCOME
                   END-DELETE
           END-READ.
           PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2400-LIST-PARA lists one site's suppressions, or every     *
      * suppression on the file when the transaction's site id is  *
      * SPACES. The master is keyed site first, so one site's rows *
      * sit together and the browse stops at the next site.        *
      *----------------------------------------------------------*
       2400-LIST-PARA.
           MOVE SPX-SITE-ID TO WS-LIST-SITE.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'N' TO WS-SPM-EOF-SW.
           MOVE LOW-VALUES TO SPM-KEY.
           IF WS-LIST-SITE NOT = SPACES
               MOVE WS-LIST-SITE TO SPM-SITE-ID
           END-IF.
           START SUPPRESS-FILE KEY IS NOT LESS THAN SPM-KEY
               INVALID KEY
                   SET WS-SPM-EOF TO TRUE
           END-START.
           PERFORM 2420-LIST-NEXT-PARA THRU 2420-EXIT
               UNTIL WS-SPM-EOF.
           IF WS-LIST-COUNT = 0
               DISPLAY 'EVANCSUP: LIST, NONE ON FILE FOR '
                   WS-LIST-SITE
           END-IF.
       2400-EXIT.
           EXIT.
       2420-LIST-NEXT-PARA.
           READ SUPPRESS-FILE NEXT RECORD
               AT END
                   SET WS-SPM-EOF TO TRUE
                   GO TO 2420-EXIT
           END-READ.
           IF WS-LIST-SITE NOT = SPACES
                   AND SPM-SITE-ID NOT = WS-LIST-SITE
               SET WS-SPM-EOF TO TRUE
               GO TO 2420-EXIT.
           ADD 1 TO WS-LIST-COUNT.
           DISPLAY 'EVANCSUP: ' SPM-RECORD.
       2420-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2500-WRITE-HISTORY-PARA stamps and writes one change-      *
      * history record from the staged outcome and before/after    *
      * images. LIST transactions don't come through here - they   *
      * change nothing worth auditing.                             *
      *----------------------------------------------------------*
       2500-WRITE-HISTORY-PARA.
           IF WS-HST-OPENED
               MOVE SPACES TO SPH-RECORD
               ACCEPT SPH-DATE FROM DATE YYYYMMDD
               ACCEPT SPH-TIME FROM TIME
               MOVE WS-RUN-USER TO SPH-USER
               MOVE SPX-FUNCTION TO SPH-FUNCTION
               MOVE WS-HST-OUTCOME TO SPH-OUTCOME
               MOVE SPX-SITE-ID TO SPH-SITE-ID
               MOVE SPX-RECIP-NAME TO SPH-RECIP-NAME
               MOVE WS-BEFORE-IMAGE TO SPH-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO SPH-AFTER-IMAGE
               WRITE SPH-RECORD
           END-IF.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2650-CHECK-EXPIRY-PARA checks the expiry date staged in    *
      * WS-DATE-CHECK is numeric with a plausible month and day,   *
      * and not already past.                                      *
      *----------------------------------------------------------*
       2650-CHECK-EXPIRY-PARA.
           IF WS-DATE-CHECK NOT NUMERIC
               GO TO 2650-REJECT.
           IF NOT WS-DATE-CHECK-MM-OK OR NOT WS-DATE-CHECK-DD-OK
                   OR WS-DATE-CHECK-YYYY < 2000
               GO TO 2650-REJECT.
           IF SPX-EXPIRY-DATE < WS-TODAY-DATE
               DISPLAY 'EVANCSUP: ' SPX-FUNCTION ' REJECTED FOR '
                   SPX-SITE-ID ', EXPIRY DATE ' SPX-EXPIRY-DATE
                   ' IS IN THE PAST'
               MOVE 'N' TO WS-TXN-VALID-SW
           END-IF.
           GO TO 2650-EXIT.
       2650-REJECT.
           DISPLAY 'EVANCSUP: ' SPX-FUNCTION ' REJECTED FOR '
               SPX-SITE-ID ', BAD EXPIRY DATE ' SPX-EXPIRY-DATE.
           MOVE 'N' TO WS-TXN-VALID-SW.
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2700-REJECT-TXN-PARA books a transaction that failed the   *
      * field edits: the attempted row goes to the history as the  *
      * after image so the audit trail shows what was asked for.   *
      *----------------------------------------------------------*
       2700-REJECT-TXN-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'R' TO WS-HST-OUTCOME.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-ADDED-DATE.
           PERFORM 2060-BUILD-ROW-PARA THRU 2060-EXIT.
           MOVE SPM-RECORD TO WS-AFTER-IMAGE.
           PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT.
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 9000-CLOSE-PARA closes the files and reports the run's     *
      * add/change/delete/reject counts.                           *
      *----------------------------------------------------------*
       9000-CLOSE-PARA.
           IF WS-SPM-OPENED
               CLOSE SUPPRESS-FILE
           END-IF.
           IF WS-STE-OPENED
               CLOSE SITE-FILE
           END-IF.
           IF WS-PRM-OPENED
               CLOSE PARM-FILE
           END-IF.
           IF WS-TXN-OPENED
               CLOSE TRANS-FILE
           END-IF.
           IF WS-HST-OPENED
               CLOSE HISTORY-FILE
           END-IF.
           DISPLAY 'EVANCSUP: ADDED=' WS-ADD-COUNT
               ' CHANGED=' WS-CHG-COUNT
               ' DELETED=' WS-DEL-COUNT
               ' REJECTED=' WS-REJECT-COUNT.
       9000-EXIT.
           EXIT.
