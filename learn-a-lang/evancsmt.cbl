      *before and after images and a date/time/user stamp, the
      *same discipline EVANCMNT has.
      *
      *Changes are made under dual control, as on the parameter
      *master: an add, change or delete is checked and staged on
      *the pending change file with the row as it stands and as
      *proposed, and reaches the master only when a run submitted
      *by another user approves it (APV). A declined change (DCL)
      *is dropped. PND lists what is waiting. Only approved
      *changes reach the change history, stamped with both users.
      *
      *Each site also carries its volume tolerance for EVANCVOL:
      *the warning and error spreads, the floor percentage and
      *whether to hold the site's split on an error-level volume
      *anomaly. Blank fields take EVANCVOL's defaults; filled ones
      *must be numeric, the error spread no tighter than the
      *warning spread, and the hold flag Y or N.
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evancsmt.cbl -I copybooks
      *
      *Modification History:
      * 2026-09-02  EC  Initial version.
      * 2026-10-15  EC  Put maintenance under dual control: ADD, CHG
      *                 and DEL are staged on the pending change
      *                 file and applied only when a different
      *                 user's run approves them (APV) or dropped
      *                 when declined (DCL). PND lists the pending
      *                 changes. History now carries the approver
      *                 alongside the submitting user.
      * 2026-10-15  EC  Carried the site's volume anomaly tolerance
      *                 and hold flag for EVANCVOL, validated on
      *                 add and change.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCSMT.
       AUTHOR. EVANCOLWELL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-PRM-STATUS.
           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCH-KEY
               FILE STATUS IS WS-PCH-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCPRM.
       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCPCH.
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSTX.
           88 WS-PRM-OK VALUE '00'.
       01 WS-PRM-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-PRM-OPENED VALUE 'Y'.
       01 WS-PCH-STATUS PIC X(02).
           88 WS-PCH-OK VALUE '00'.
           88 WS-PCH-NOT-FOUND VALUE '23'.
           88 WS-PCH-DUPLICATE VALUE '22'.
       01 WS-PCH-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-PCH-OPENED VALUE 'Y'.
       01 WS-PCH-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-PCH-EOF VALUE 'Y'.
       01 WS-TXN-STATUS PIC X(02).
           88 WS-TXN-OK VALUE '00'.
       01 WS-TXN-OPENED-SW PIC X(01) VALUE 'N'.
      *any field edit is rejected before the master is touched.
       01 WS-TXN-VALID-SW PIC X(01).
           88 WS-TXN-VALID VALUE 'Y'.
      *The transaction's spreads are text so a blank one can be
      *told from a zero; each is laid over its numeric view here
      *to be edited and moved to the master row with its implied
      *decimal intact.
       01 WS-WARN-SPREAD-X PIC X(02).
       01 WS-WARN-SPREAD REDEFINES WS-WARN-SPREAD-X
           PIC 9(01)V9(01).
       01 WS-ERROR-SPREAD-X PIC X(02).
       01 WS-ERROR-SPREAD REDEFINES WS-ERROR-SPREAD-X
           PIC 9(01)V9(01).
      *Pending change key for this master: the site id.
       01 WS-PEND-KEY.
           05 WS-PEND-MASTER-CD PIC X(01) VALUE 'S'.
           05 WS-PEND-SITE-ID PIC X(08).
           05 FILLER PIC X(08) VALUE SPACES.
      *Staging fields for the history record: each transaction
      *paragraph sets the outcome and the before/after images of
      *the master row, and 2500-WRITE-HISTORY-PARA stamps and
       01 WS-HST-OUTCOME PIC X(01).
       01 WS-BEFORE-IMAGE PIC X(80).
       01 WS-AFTER-IMAGE PIC X(80).
      *Dual-control stamp: the user who staged the change and the
      *user whose run approved it. A transaction rejected when it
      *is submitted carries the submitter and no approver.
       01 WS-HST-USER PIC X(08).
       01 WS-HST-APPROVER PIC X(08).
      *User stamp for the history records, taken from the EXEC
      *statement's PARM so the history shows who submitted the
      *maintenance run.
       01 WS-CHG-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-DEL-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-REJECT-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-STAGED-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-APPROVED-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-DECLINED-COUNT PIC 9(05) VALUE 0 COMP.
      *Run outcome, reflected into RETURN-CODE at end of run, the
      *same 0/4/8 convention EVANCMNT and the rest of the suite
      *use.
           PERFORM 9000-CLOSE-PARA THRU 9000-EXIT.
           IF NOT WS-STE-OPENED OR NOT WS-TXN-OPENED
                   OR NOT WS-HST-OPENED OR NOT WS-PRM-OPENED
                   OR NOT WS-PCH-OPENED
               SET WS-RC-FAILURE TO TRUE
           ELSE
               IF WS-REJECT-COUNT > 0
      *----------------------------------------------------------*
      * 1000-OPEN-PARA opens the site master for update, the       *
      * parameter master the language codes are validated against, *
      * the pending change file, the transaction file and the      *
      * change-history file.                                       *
      *----------------------------------------------------------*
       1000-OPEN-PARA.
           OPEN I-O SITE-FILE.
                   WS-PRM-STATUS
               SET WS-EOF TO TRUE
           END-IF.
      *Without the pending change file nothing can be staged or
      *approved, and applying straight to the master is exactly
      *what dual control is there to stop.
           OPEN I-O PEND-FILE.
           IF WS-PCH-OK
               SET WS-PCH-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCSMT: UNABLE TO OPEN PENDCHG, STATUS='
                   WS-PCH-STATUS
               SET WS-EOF TO TRUE
           END-IF.
           OPEN INPUT TRANS-FILE.
           IF WS-TXN-OK
               SET WS-TXN-OPENED TO TRUE
           EXIT.
      *----------------------------------------------------------*
      * 2000-PROCESS-PARA reads one transaction and routes it to   *
      * the staging, approval or list paragraphs. Changes to the   *
      * master are staged here; they are applied only through an   *
      * approval.                                                  *
      *----------------------------------------------------------*
       2000-PROCESS-PARA.
           MOVE WS-RUN-USER TO WS-HST-USER.
           MOVE SPACES TO WS-HST-APPROVER.
           READ TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN STX-IS-STAGED
                           PERFORM 3000-STAGE-PARA THRU 3000-EXIT
                       WHEN STX-IS-APV
                           PERFORM 3100-APPROVE-PARA THRU 3100-EXIT
                       WHEN STX-IS-DCL
                           PERFORM 3200-DECLINE-PARA THRU 3200-EXIT
                       WHEN STX-IS-PND
                           PERFORM 3300-PEND-LIST-PARA THRU 3300-EXIT
                       WHEN STX-IS-LST
                           PERFORM 2400-LIST-PARA THRU 2400-EXIT
                       WHEN OTHER
      * 2050-VALIDATE-TXN-PARA applies the field edits an add or   *
      * change must pass before it touches the master: a language  *
      * code on the parameter master, a transmission file number   *
      * in 01-08, an active flag of 'A' or 'I', and a volume       *
      * tolerance that is blank or sensible.                       *
      *----------------------------------------------------------*
       2050-VALIDATE-TXN-PARA.
           MOVE 'Y' TO WS-TXN-VALID-SW.
                   ' NOT A OR I'
               MOVE 'N' TO WS-TXN-VALID-SW
           END-IF.
           PERFORM 2055-VALIDATE-VOLUME-PARA THRU 2055-EXIT.
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2055-VALIDATE-VOLUME-PARA edits the volume tolerance. A    *
      * spread given must be numeric and above zero, an error      *
      * spread tighter than the warning spread would make every    *
      * warning an error, and the hold flag is blank, Y or N.      *
      *----------------------------------------------------------*
       2055-VALIDATE-VOLUME-PARA.
           MOVE STX-VOL-WARN-SPREAD TO WS-WARN-SPREAD-X.
           MOVE STX-VOL-ERROR-SPREAD TO WS-ERROR-SPREAD-X.
           IF WS-WARN-SPREAD-X NOT = SPACES
               IF WS-WARN-SPREAD-X NOT NUMERIC
                       OR WS-WARN-SPREAD = 0
                   DISPLAY 'EVANCSMT: ' STX-FUNCTION ' REJECTED FOR '
                       STX-SITE-ID ', WARNING SPREAD '
                       WS-WARN-SPREAD-X ' NOT 01-99'
                   MOVE 'N' TO WS-TXN-VALID-SW
               END-IF
           END-IF.
           IF WS-ERROR-SPREAD-X NOT = SPACES
               IF WS-ERROR-SPREAD-X NOT NUMERIC
                       OR WS-ERROR-SPREAD = 0
                   DISPLAY 'EVANCSMT: ' STX-FUNCTION ' REJECTED FOR '
                       STX-SITE-ID ', ERROR SPREAD '
                       WS-ERROR-SPREAD-X ' NOT 01-99'
                   MOVE 'N' TO WS-TXN-VALID-SW
               END-IF
           END-IF.
           IF WS-WARN-SPREAD-X NUMERIC AND WS-ERROR-SPREAD-X NUMERIC
               IF WS-ERROR-SPREAD < WS-WARN-SPREAD
                   DISPLAY 'EVANCSMT: ' STX-FUNCTION ' REJECTED FOR '
                       STX-SITE-ID ', ERROR SPREAD '
                       WS-ERROR-SPREAD-X ' BELOW WARNING SPREAD '
                       WS-WARN-SPREAD-X
                   MOVE 'N' TO WS-TXN-VALID-SW
               END-IF
           END-IF.
           IF STX-VOL-FLOOR-PCT NOT = SPACES
                   AND STX-VOL-FLOOR-PCT NOT NUMERIC
               DISPLAY 'EVANCSMT: ' STX-FUNCTION ' REJECTED FOR '
                   STX-SITE-ID ', FLOOR PERCENT ' STX-VOL-FLOOR-PCT
                   ' NOT NUMERIC'
               MOVE 'N' TO WS-TXN-VALID-SW
           END-IF.
           IF STX-VOL-HOLD-SW NOT = SPACE
                   AND STX-VOL-HOLD-SW NOT = 'Y'
                   AND STX-VOL-HOLD-SW NOT = 'N'
               DISPLAY 'EVANCSMT: ' STX-FUNCTION ' REJECTED FOR '
                   STX-SITE-ID ', VOLUME HOLD FLAG ' STX-VOL-HOLD-SW
                   ' NOT Y OR N'
               MOVE 'N' TO WS-TXN-VALID-SW
           END-IF.
       2055-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2060-BUILD-ROW-PARA builds the master row image from the   *
      * transaction fields, shared by the add and change paths. A  *
      * blank volume tolerance field stays blank on the row.       *
      *----------------------------------------------------------*
       2060-BUILD-ROW-PARA.
           MOVE SPACES TO STE-RECORD.
           MOVE STX-ACTIVE-SW TO STE-ACTIVE-SW.
           MOVE STX-CONTACT-NAME TO STE-CONTACT-NAME.
           MOVE STX-CONTACT-PHONE TO STE-CONTACT-PHONE.
           MOVE STX-VOL-WARN-SPREAD TO WS-WARN-SPREAD-X.
           MOVE STX-VOL-ERROR-SPREAD TO WS-ERROR-SPREAD-X.
           IF WS-WARN-SPREAD-X NUMERIC
               MOVE WS-WARN-SPREAD TO STE-VOL-WARN-SPREAD
           END-IF.
           IF WS-ERROR-SPREAD-X NUMERIC
               MOVE WS-ERROR-SPREAD TO STE-VOL-ERROR-SPREAD
           END-IF.
           IF STX-VOL-FLOOR-PCT NUMERIC
               MOVE STX-VOL-FLOOR-PCT TO STE-VOL-FLOOR-PCT
           END-IF.
           MOVE STX-VOL-HOLD-SW TO STE-VOL-HOLD-SW.
       2060-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2100-ADD-PARA adds a new site row once the add is          *
      * approved. A duplicate key is rejected rather than          *
      * overwritten.                                               *
      *----------------------------------------------------------*
       2100-ADD-PARA.
           PERFORM 2050-VALIDATE-TXN-PARA THRU 2050-EXIT.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2200-CHANGE-PARA updates an existing site row once the     *
      * change is approved.                                        *
      *----------------------------------------------------------*
       2200-CHANGE-PARA.
           PERFORM 2050-VALIDATE-TXN-PARA THRU 2050-EXIT.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2300-DELETE-PARA removes a site row once the delete is     *
      * approved. Decommissioning a site is normally a CHG to      *
      * inactive, which keeps its row and contact trail; DEL is    *
      * for rows added in error.                                   *
      *----------------------------------------------------------*
       2300-DELETE-PARA.
           MOVE STX-SITE-ID TO STE-SITE-ID.
               MOVE SPACES TO STH-RECORD
               ACCEPT STH-DATE FROM DATE YYYYMMDD
               ACCEPT STH-TIME FROM TIME
               MOVE WS-HST-USER TO STH-USER
               MOVE WS-HST-APPROVER TO STH-APPROVER
               MOVE STX-FUNCTION TO STH-FUNCTION
               MOVE WS-HST-OUTCOME TO STH-OUTCOME
               MOVE STX-SITE-ID TO STH-SITE-ID
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3000-STAGE-PARA stages an add, change or delete as a       *
      * pending change. It must pass the same field edits and row  *
      * checks it will meet on approval, and the site may carry    *
      * only one pending change at a time. Nothing is written to   *
      * the master or the change history until it is approved;     *
      * a transaction rejected here goes to the history as before. *
      *----------------------------------------------------------*
       3000-STAGE-PARA.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE 'R' TO WS-HST-OUTCOME.
           MOVE STX-SITE-ID TO WS-PEND-SITE-ID.
           MOVE WS-PEND-KEY TO PCH-KEY.
           READ PEND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'EVANCSMT: ' STX-FUNCTION ' REJECTED, '
                       PCH-FUNCTION ' ALREADY PENDING FOR '
                       STX-SITE-ID
                   GO TO 3000-REJECT
           END-READ.
           IF NOT STX-IS-DEL
               PERFORM 2050-VALIDATE-TXN-PARA THRU 2050-EXIT
               IF NOT WS-TXN-VALID
                   PERFORM 2700-REJECT-TXN-PARA THRU 2700-EXIT
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           PERFORM 3010-CHECK-ROW-PARA THRU 3010-EXIT.
           IF NOT WS-TXN-VALID
               GO TO 3000-REJECT.
           MOVE SPACES TO PCH-RECORD.
           MOVE WS-PEND-KEY TO PCH-KEY.
           MOVE STX-FUNCTION TO PCH-FUNCTION.
           MOVE WS-RUN-USER TO PCH-STAGED-USER.
           ACCEPT PCH-STAGED-DATE FROM DATE YYYYMMDD.
           ACCEPT PCH-STAGED-TIME FROM TIME.
           MOVE STX-RECORD TO PCH-TXN-IMAGE.
           MOVE WS-BEFORE-IMAGE TO PCH-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO PCH-PROPOSED-IMAGE.
           WRITE PCH-RECORD
               INVALID KEY
                   DISPLAY 'EVANCSMT: ' STX-FUNCTION
                       ' STAGING FAILED FOR ' STX-SITE-ID
                       ', STATUS=' WS-PCH-STATUS
                   GO TO 3000-REJECT
           END-WRITE.
           ADD 1 TO WS-STAGED-COUNT.
           DISPLAY 'EVANCSMT: ' STX-FUNCTION ' STAGED FOR '
               STX-SITE-ID ', AWAITING APPROVAL'.
           GO TO 3000-EXIT.
       3000-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3010-CHECK-ROW-PARA checks an add, change or delete        *
      * against the site row as it stands, and stages the before   *
      * image and the row as proposed.                             *
      *----------------------------------------------------------*
       3010-CHECK-ROW-PARA.
           MOVE 'N' TO WS-TXN-VALID-SW.
           MOVE STX-SITE-ID TO STE-SITE-ID.
           READ SITE-FILE
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE STE-RECORD TO WS-BEFORE-IMAGE
           END-READ.
           EVALUATE TRUE
               WHEN STX-IS-ADD
                   PERFORM 2060-BUILD-ROW-PARA THRU 2060-EXIT
                   MOVE STE-RECORD TO WS-AFTER-IMAGE
                   IF WS-BEFORE-IMAGE NOT = SPACES
                       DISPLAY 'EVANCSMT: ADD REJECTED, DUPLICATE KEY '
                           STX-SITE-ID
                       GO TO 3010-EXIT
                   END-IF
               WHEN STX-IS-CHG
                   PERFORM 2060-BUILD-ROW-PARA THRU 2060-EXIT
                   MOVE STE-RECORD TO WS-AFTER-IMAGE
                   IF WS-BEFORE-IMAGE = SPACES
                       DISPLAY 'EVANCSMT: CHANGE REJECTED, NOT FOUND '
                           STX-SITE-ID
                       GO TO 3010-EXIT
                   END-IF
               WHEN OTHER
                   IF WS-BEFORE-IMAGE = SPACES
                       DISPLAY 'EVANCSMT: DELETE REJECTED, NOT FOUND '
                           STX-SITE-ID
                       GO TO 3010-EXIT
                   END-IF
           END-EVALUATE.
           MOVE 'Y' TO WS-TXN-VALID-SW.
       3010-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3100-APPROVE-PARA approves the change pending for the      *
      * site id. The approver must not be the user who staged it.  *
      * The staged transaction is put back in the transaction      *
      * area and applied through the same paragraphs that always   *
      * applied it, so the field edits - the language code on the  *
      * parameter master among them - are made again against the   *
      * masters as they stand now. A change whose site row has     *
      * moved since it was staged is refused and has to be staged  *
      * again against the current row.                             *
      *----------------------------------------------------------*
       3100-APPROVE-PARA.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE 'R' TO WS-HST-OUTCOME.
           MOVE STX-SITE-ID TO WS-PEND-SITE-ID.
           MOVE WS-PEND-KEY TO PCH-KEY.
           READ PEND-FILE
               INVALID KEY
                   DISPLAY 'EVANCSMT: APPROVE REJECTED, NOTHING '
                       'PENDING FOR ' STX-SITE-ID
                   GO TO 3100-REJECT
           END-READ.
           IF PCH-STAGED-USER = WS-RUN-USER
               DISPLAY 'EVANCSMT: APPROVE REJECTED, ' PCH-FUNCTION
                   ' FOR ' STX-SITE-ID ' WAS STAGED BY '
                   PCH-STAGED-USER ' - ANOTHER USER MUST APPROVE'
               GO TO 3100-REJECT.
           MOVE PCH-TXN-IMAGE TO STX-RECORD.
           MOVE PCH-STAGED-USER TO WS-HST-USER.
           MOVE WS-RUN-USER TO WS-HST-APPROVER.
           PERFORM 3110-CHECK-UNMOVED-PARA THRU 3110-EXIT.
           IF NOT WS-TXN-VALID
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT
               GO TO 3100-DONE.
           EVALUATE TRUE
               WHEN STX-IS-ADD
                   PERFORM 2100-ADD-PARA THRU 2100-EXIT
               WHEN STX-IS-CHG
                   PERFORM 2200-CHANGE-PARA THRU 2200-EXIT
               WHEN STX-IS-DEL
                   PERFORM 2300-DELETE-PARA THRU 2300-EXIT
           END-EVALUATE.
           ADD 1 TO WS-APPROVED-COUNT.
      *Approved is decided: whether it applied or failed its
      *checks against the masters as they stand now, the pending
      *change has had its answer and comes off the file.
       3100-DONE.
           DELETE PEND-FILE RECORD
               INVALID KEY
                   DISPLAY 'EVANCSMT: PENDING CHANGE DELETE FAILED '
                       'FOR ' PCH-ROW-KEY ', STATUS=' WS-PCH-STATUS
           END-DELETE.
           GO TO 3100-EXIT.
       3100-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3110-CHECK-UNMOVED-PARA proves the site row still reads    *
      * as it did when the change was staged, so what the          *
      * approver saw as the before image is what gets replaced.    *
      *----------------------------------------------------------*
       3110-CHECK-UNMOVED-PARA.
           MOVE 'Y' TO WS-TXN-VALID-SW.
           MOVE STX-SITE-ID TO STE-SITE-ID.
           READ SITE-FILE
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE STE-RECORD TO WS-BEFORE-IMAGE
           END-READ.
           IF WS-BEFORE-IMAGE NOT = PCH-BEFORE-IMAGE
               DISPLAY 'EVANCSMT: ' STX-FUNCTION ' FOR ' STX-SITE-ID
                   ' REJECTED, ROW CHANGED SINCE IT WAS STAGED'
               MOVE PCH-PROPOSED-IMAGE TO WS-AFTER-IMAGE
               MOVE 'N' TO WS-TXN-VALID-SW
           END-IF.
       3110-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3200-DECLINE-PARA declines the change pending for the      *
      * site id: it comes off the pending file without touching    *
      * the master. As with an approval, the user who staged it    *
      * cannot be the one to decline it.                           *
      *----------------------------------------------------------*
       3200-DECLINE-PARA.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE 'R' TO WS-HST-OUTCOME.
           MOVE STX-SITE-ID TO WS-PEND-SITE-ID.
           MOVE WS-PEND-KEY TO PCH-KEY.
           READ PEND-FILE
               INVALID KEY
                   DISPLAY 'EVANCSMT: DECLINE REJECTED, NOTHING '
                       'PENDING FOR ' STX-SITE-ID
                   GO TO 3200-REJECT
           END-READ.
           IF PCH-STAGED-USER = WS-RUN-USER
               DISPLAY 'EVANCSMT: DECLINE REJECTED, ' PCH-FUNCTION
                   ' FOR ' STX-SITE-ID ' WAS STAGED BY '
                   PCH-STAGED-USER ' - ANOTHER USER MUST DECLINE'
               GO TO 3200-REJECT.
           DELETE PEND-FILE RECORD
               INVALID KEY
                   DISPLAY 'EVANCSMT: PENDING CHANGE DELETE FAILED '
                       'FOR ' PCH-ROW-KEY ', STATUS=' WS-PCH-STATUS
                   GO TO 3200-REJECT
           END-DELETE.
           ADD 1 TO WS-DECLINED-COUNT.
           DISPLAY 'EVANCSMT: ' PCH-FUNCTION ' FOR ' STX-SITE-ID
               ' STAGED BY ' PCH-STAGED-USER
               ' DECLINED BY ' WS-RUN-USER.
           GO TO 3200-EXIT.
       3200-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3300-PEND-LIST-PARA lists every change pending against     *
      * the site master - who staged it and when, and the row      *
      * before and as proposed - for the approver to work from.    *
      *----------------------------------------------------------*
       3300-PEND-LIST-PARA.
           MOVE 'N' TO WS-PCH-EOF-SW.
           MOVE LOW-VALUES TO PCH-KEY.
           MOVE WS-PEND-MASTER-CD TO PCH-MASTER-CD.
           START PEND-FILE KEY IS NOT LESS THAN PCH-KEY
               INVALID KEY
                   SET WS-PCH-EOF TO TRUE
           END-START.
           PERFORM 3310-PEND-LIST-NEXT-PARA THRU 3310-EXIT
               UNTIL WS-PCH-EOF.
       3300-EXIT.
           EXIT.
       3310-PEND-LIST-NEXT-PARA.
           READ PEND-FILE NEXT RECORD
               AT END
                   SET WS-PCH-EOF TO TRUE
                   GO TO 3310-EXIT
           END-READ.
           IF PCH-MASTER-CD NOT = WS-PEND-MASTER-CD
               SET WS-PCH-EOF TO TRUE
               GO TO 3310-EXIT.
           DISPLAY 'EVANCSMT: PENDING ' PCH-FUNCTION ' '
               PCH-ROW-KEY ' STAGED BY ' PCH-STAGED-USER ' ON '
               PCH-STAGED-DATE.
           DISPLAY 'EVANCSMT:   BEFORE   ' PCH-BEFORE-IMAGE.
           DISPLAY 'EVANCSMT:   PROPOSED ' PCH-PROPOSED-IMAGE.
       3310-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 9000-CLOSE-PARA closes the files and reports the run's     *
      * add/change/delete/reject counts.                           *
      *----------------------------------------------------------*
           IF WS-PRM-OPENED
               CLOSE PARM-FILE
           END-IF.
           IF WS-PCH-OPENED
               CLOSE PEND-FILE
           END-IF.
           IF WS-TXN-OPENED
               CLOSE TRANS-FILE
           END-IF.
               ' CHANGED=' WS-CHG-COUNT
               ' DELETED=' WS-DEL-COUNT
               ' REJECTED=' WS-REJECT-COUNT.
           DISPLAY 'EVANCSMT: STAGED=' WS-STAGED-COUNT
               ' APPROVED=' WS-APPROVED-COUNT
               ' DECLINED=' WS-DECLINED-COUNT.
       9000-EXIT.
           EXIT.
