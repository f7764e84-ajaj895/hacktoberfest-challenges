      *Processing calendar maintenance utility for the CSA- --
      *Hacktoberfest-Challenges 2020 greeting job.
      *Written by Evan Colwell
      *
      *EVANCCMT applies add/change/delete/list transactions against
      *the processing calendar master, the same way EVANCSMT
      *maintains the site distribution master. An ADD marks a
      *site closed on a date - a holiday, a shutdown, any day the
      *site takes no transmission - a CHG rewords the reason, and
      *a DEL opens the day again. Every program that cares whether
      *a site is processing asks the calendar through EVANCCLK.
      *
      *Every add and change is validated before it touches the
      *master: the site id must be on the site distribution
      *master and the date must be a real date not already past -
      *closing a day that has gone by changes nothing the stream
      *can still act on. A delete of a past day is allowed, so a
      *day closed in error can be cleaned off the statement
      *record. Applied and rejected transactions alike go to the
      *change-history file with before and after images and a
      *date/time/user stamp, the same discipline EVANCSMT has.
      *
      *A closed day only delays work - a held request or a split
      *waits for the site to reopen, nothing is dropped or
      *reworded - so the calendar is applied as submitted rather
      *than staged for the approval the parameter and site
      *masters go through.
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evanccmt.cbl -I copybooks
      *
      *Modification History:
      * 2026-10-15  EC  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCCMT.
       AUTHOR. EVANCOLWELL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.
           SELECT SITE-FILE ASSIGN TO "SITEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STE-KEY
               FILE STATUS IS WS-STE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCCAL.
       FD  SITE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSTE.
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCCTX.
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCCTH.
       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS PIC X(02).
           88 WS-CAL-OK VALUE '00'.
           88 WS-CAL-NOT-FOUND VALUE '23'.
           88 WS-CAL-DUPLICATE VALUE '22'.
       01 WS-CAL-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-CAL-OPENED VALUE 'Y'.
       01 WS-CAL-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-CAL-EOF VALUE 'Y'.
       01 WS-STE-STATUS PIC X(02).
           88 WS-STE-OK VALUE '00'.
       01 WS-STE-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-STE-OPENED VALUE 'Y'.
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
      *Calendar date edit staging, the same plausibility check
      *EVANCMNT gives wording schedule dates.
       01 WS-TODAY-DATE PIC X(08).
       01 WS-DATE-CHECK.
           05 WS-DATE-CHECK-YYYY PIC 9(04).
           05 WS-DATE-CHECK-MM PIC 9(02).
               88 WS-DATE-CHECK-MM-OK VALUE 01 THRU 12.
           05 WS-DATE-CHECK-DD PIC 9(02).
               88 WS-DATE-CHECK-DD-OK VALUE 01 THRU 31.
      *Site id the list browse is confined to; spaces lists every
      *site's closed days.
       01 WS-LIST-SITE PIC X(08).
      *Date the day was first closed, carried into the row
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
      * against CALENDAR-FILE and reports the counts at the end.   *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
           PERFORM 2000-PROCESS-PARA THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 9000-CLOSE-PARA THRU 9000-EXIT.
           IF NOT WS-CAL-OPENED OR NOT WS-TXN-OPENED
                   OR NOT WS-HST-OPENED OR NOT WS-STE-OPENED
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
      * 1000-OPEN-PARA opens the calendar master for update, the   *
      * site master the transactions are validated against, the    *
      * transaction file and the change-history file.              *
      *----------------------------------------------------------*
       1000-OPEN-PARA.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN I-O CALENDAR-FILE.
           IF WS-CAL-OK
               SET WS-CAL-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCCMT: UNABLE TO OPEN CALMST, STATUS='
                   WS-CAL-STATUS
               SET WS-EOF TO TRUE
           END-IF.
      *A run that can't see the site master can't prove a closed
      *day belongs to a real site, so it applies nothing rather
      *than let an unvalidated row in.
           OPEN INPUT SITE-FILE.
           IF WS-STE-OK
               SET WS-STE-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCCMT: UNABLE TO OPEN SITEFILE, STATUS='
                   WS-STE-STATUS
               SET WS-EOF TO TRUE
           END-IF.
           OPEN INPUT TRANS-FILE.
           IF WS-TXN-OK
               SET WS-TXN-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCCMT: UNABLE TO OPEN TRANS-FILE, STATUS='
                   WS-TXN-STATUS
               SET WS-EOF TO TRUE
           END-IF.
      *A closed day nobody can later show was entered, or by whom,
      *is a held split nobody can explain, so a history file that
      *won't open stops this run the same way it stops EVANCSMT.
           OPEN OUTPUT HISTORY-FILE.
           IF WS-HST-OK
               SET WS-HST-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCCMT: UNABLE TO OPEN HISTFILE, STATUS='
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
                       WHEN CTX-IS-ADD
                           PERFORM 2100-ADD-PARA THRU 2100-EXIT
                       WHEN CTX-IS-CHG
                           PERFORM 2200-CHANGE-PARA THRU 2200-EXIT
                       WHEN CTX-IS-DEL
                           PERFORM 2300-DELETE-PARA THRU 2300-EXIT
                       WHEN CTX-IS-LST
                           PERFORM 2400-LIST-PARA THRU 2400-EXIT
                       WHEN OTHER
                           DISPLAY 'EVANCCMT: INVALID FUNCTION '
                               CTX-FUNCTION
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
      * the site master and a real calendar date not yet past.     *
      *----------------------------------------------------------*
       2050-VALIDATE-TXN-PARA.
           MOVE 'Y' TO WS-TXN-VALID-SW.
           IF CTX-SITE-ID = SPACES
               DISPLAY 'EVANCCMT: ' CTX-FUNCTION ' REJECTED, '
                   'SITE ID IS BLANK'
               MOVE 'N' TO WS-TXN-VALID-SW
               GO TO 2050-EXIT.
           MOVE CTX-SITE-ID TO STE-SITE-ID.
           READ SITE-FILE
               INVALID KEY
                   DISPLAY 'EVANCCMT: ' CTX-FUNCTION ' REJECTED FOR '
                       CTX-SITE-ID ', SITE NOT ON SITE MASTER'
                   MOVE 'N' TO WS-TXN-VALID-SW
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE CTX-DATE TO WS-DATE-CHECK.
           PERFORM 2650-CHECK-DATE-PARA THRU 2650-EXIT.
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2060-BUILD-ROW-PARA builds the master row image from the   *
      * transaction fields, shared by the add and change paths.    *
      * The date the day was first closed, staged by the caller,   *
      * is stamped on an add and kept through every change.        *
      *----------------------------------------------------------*
       2060-BUILD-ROW-PARA.
           MOVE SPACES TO CAL-RECORD.
           MOVE CTX-SITE-ID TO CAL-SITE-ID.
           MOVE CTX-DATE TO CAL-DATE.
           MOVE CTX-REASON TO CAL-REASON.
           MOVE WS-ADDED-DATE TO CAL-ADDED-DATE.
       2060-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2100-ADD-PARA closes a site on a date. A duplicate key is  *
      * rejected rather than overwritten.                          *
      *----------------------------------------------------------*
       2100-ADD-PARA.
           PERFORM 2050-VALIDATE-TXN-PARA THRU 2050-EXIT.
           IF NOT WS-TXN-VALID
               PERFORM 2700-REJECT-TXN-PARA THRU 2700-EXIT
               GO TO 2100-EXIT.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE WS-TODAY-DATE TO WS-ADDED-DATE.
           PERFORM 2060-BUILD-ROW-PARA THRU 2060-EXIT.
           MOVE CAL-RECORD TO WS-AFTER-IMAGE.
           WRITE CAL-RECORD
               INVALID KEY
                   DISPLAY 'EVANCCMT: ADD REJECTED, DUPLICATE KEY '
                       CTX-SITE-ID ' ' CTX-DATE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'R' TO WS-HST-OUTCOME
      *The rejection means a row with this key DOES exist, and the
      *history's before-image has to say so, as in EVANCSMT.
                   READ CALENDAR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CAL-RECORD TO WS-BEFORE-IMAGE
                   END-READ
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE 'A' TO WS-HST-OUTCOME
           END-WRITE.
           PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2200-CHANGE-PARA rewords an existing closed day's reason.  *
      *----------------------------------------------------------*
       2200-CHANGE-PARA.
           PERFORM 2050-VALIDATE-TXN-PARA THRU 2050-EXIT.
           IF NOT WS-TXN-VALID
               PERFORM 2700-REJECT-TXN-PARA THRU 2700-EXIT
               GO TO 2200-EXIT.
           MOVE CTX-SITE-ID TO CAL-SITE-ID.
           MOVE CTX-DATE TO CAL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY 'EVANCCMT: CHANGE REJECTED, NOT FOUND '
                       CTX-SITE-ID ' ' CTX-DATE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'R' TO WS-HST-OUTCOME
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
               NOT INVALID KEY
                   MOVE CAL-RECORD TO WS-BEFORE-IMAGE
                   MOVE CAL-ADDED-DATE TO WS-ADDED-DATE
                   PERFORM 2060-BUILD-ROW-PARA THRU 2060-EXIT
                   MOVE CAL-RECORD TO WS-AFTER-IMAGE
                   REWRITE CAL-RECORD
                       INVALID KEY
                           DISPLAY 'EVANCCMT: REWRITE FAILED FOR '
                               CTX-SITE-ID ' ' CTX-DATE
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
      * 2300-DELETE-PARA opens a closed day again: the site        *
      * processes on it like any other day.                        *
      *----------------------------------------------------------*
       2300-DELETE-PARA.
           MOVE CTX-SITE-ID TO CAL-SITE-ID.
           MOVE CTX-DATE TO CAL-DATE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY 'EVANCCMT: DELETE REJECTED, NOT FOUND '
                       CTX-SITE-ID ' ' CTX-DATE
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'R' TO WS-HST-OUTCOME
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE CAL-RECORD TO WS-BEFORE-IMAGE
                   DELETE CALENDAR-FILE
                       INVALID KEY
                           DISPLAY 'EVANCCMT: DELETE FAILED FOR '
                               CTX-SITE-ID ' ' CTX-DATE
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
      * 2400-LIST-PARA lists one site's closed days from the       *
      * transaction's date on (every one when the date is spaces), *
      * or every site's when the site id is SPACES. The master is  *
      * keyed site first, so one site's days sit together in date  *
      * order and the browse stops at the next site.               *
      *----------------------------------------------------------*
       2400-LIST-PARA.
           MOVE CTX-SITE-ID TO WS-LIST-SITE.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'N' TO WS-CAL-EOF-SW.
           MOVE LOW-VALUES TO CAL-KEY.
           IF WS-LIST-SITE NOT = SPACES
               MOVE WS-LIST-SITE TO CAL-SITE-ID
               IF CTX-DATE NOT = SPACES
                   MOVE CTX-DATE TO CAL-DATE
               END-IF
           END-IF.
           START CALENDAR-FILE KEY IS NOT LESS THAN CAL-KEY
               INVALID KEY
                   SET WS-CAL-EOF TO TRUE
           END-START.
           PERFORM 2420-LIST-NEXT-PARA THRU 2420-EXIT
               UNTIL WS-CAL-EOF.
           IF WS-LIST-COUNT = 0
               DISPLAY 'EVANCCMT: LIST, NONE ON FILE FOR '
                   WS-LIST-SITE
           END-IF.
       2400-EXIT.
           EXIT.
       2420-LIST-NEXT-PARA.
           READ CALENDAR-FILE NEXT RECORD
               AT END
                   SET WS-CAL-EOF TO TRUE
                   GO TO 2420-EXIT
           END-READ.
           IF WS-LIST-SITE NOT = SPACES
                   AND CAL-SITE-ID NOT = WS-LIST-SITE
               SET WS-CAL-EOF TO TRUE
               GO TO 2420-EXIT.
           ADD 1 TO WS-LIST-COUNT.
           DISPLAY 'EVANCCMT: ' CAL-RECORD.
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
               MOVE SPACES TO CTH-RECORD
               ACCEPT CTH-DATE FROM DATE YYYYMMDD
               ACCEPT CTH-TIME FROM TIME
               MOVE WS-RUN-USER TO CTH-USER
               MOVE CTX-FUNCTION TO CTH-FUNCTION
               MOVE WS-HST-OUTCOME TO CTH-OUTCOME
               MOVE CTX-SITE-ID TO CTH-SITE-ID
               MOVE CTX-DATE TO CTH-CAL-DATE
               MOVE WS-BEFORE-IMAGE TO CTH-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO CTH-AFTER-IMAGE
               WRITE CTH-RECORD
           END-IF.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2650-CHECK-DATE-PARA checks the calendar date staged in    *
      * WS-DATE-CHECK is numeric with a plausible month and day,   *
      * and not already past.                                      *
      *----------------------------------------------------------*
       2650-CHECK-DATE-PARA.
           IF WS-DATE-CHECK NOT NUMERIC
               GO TO 2650-REJECT.
           IF NOT WS-DATE-CHECK-MM-OK OR NOT WS-DATE-CHECK-DD-OK
                   OR WS-DATE-CHECK-YYYY < 2000
               GO TO 2650-REJECT.
           IF CTX-DATE < WS-TODAY-DATE
               DISPLAY 'EVANCCMT: ' CTX-FUNCTION ' REJECTED FOR '
                   CTX-SITE-ID ', DATE ' CTX-DATE
                   ' IS IN THE PAST'
               MOVE 'N' TO WS-TXN-VALID-SW
           END-IF.
           GO TO 2650-EXIT.
       2650-REJECT.
           DISPLAY 'EVANCCMT: ' CTX-FUNCTION ' REJECTED FOR '
               CTX-SITE-ID ', BAD DATE ' CTX-DATE.
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
           MOVE CAL-RECORD TO WS-AFTER-IMAGE.
           PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT.
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 9000-CLOSE-PARA closes the files and reports the run's     *
      * add/change/delete/reject counts.                           *
      *----------------------------------------------------------*
       9000-CLOSE-PARA.
           IF WS-CAL-OPENED
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-STE-OPENED
               CLOSE SITE-FILE
           END-IF.
           IF WS-TXN-OPENED
               CLOSE TRANS-FILE
           END-IF.
           IF WS-HST-OPENED
               CLOSE HISTORY-FILE
           END-IF.
           DISPLAY 'EVANCCMT: ADDED=' WS-ADD-COUNT
               ' CHANGED=' WS-CHG-COUNT
               ' DELETED=' WS-DEL-COUNT
               ' REJECTED=' WS-REJECT-COUNT.
       9000-EXIT.
           EXIT.
