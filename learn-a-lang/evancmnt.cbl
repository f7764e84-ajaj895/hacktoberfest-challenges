      *so ops maintain greeting wording through a validated utility
      *instead of hand-editing flat records.
      *
      *It also keeps the wording schedule: a wording version can be
      *loaded ahead of time with a start date and an optional end
      *date (SCH), taken off again before or while it runs (CAN),
      *listed (SLS), and checked by printing the wording every
      *language will carry over the next 30 cycles (FWD).
      *
      *Changes are made under dual control. An add, change, delete,
      *schedule or cancel is checked and staged on the pending
      *change file with the row as it stands and as proposed; it
      *touches the master only when a run submitted by another
      *user approves it (APV), and it is dropped if declined
      *(DCL). PND lists what is waiting. Only approved changes
      *reach the change history, stamped with both users.
      *
      *A language an active site on the site distribution master
      *still uses cannot be deleted: the site's next batch would
      *have no wording and its split no route. The delete is
      *refused when it is staged and again when it is approved,
      *since a site may have been pointed at the language in
      *between. Move the sites off the language (EVANCSMT) or
      *make them inactive first.
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evancmnt.cbl -I copybooks
      *
      *                 master row holds a full template with the
      *                 &NAME substitution token alongside the
      *                 old banner fields.
      * 2026-10-15  EC  Added the wording schedule functions SCH,
      *                 CAN, SLS and FWD against the new PRMSCHD
      *                 file. Overlapping versions for one language
      *                 are refused so the cycle date always picks
      *                 one wording; schedule changes go to the
      *                 change history with their start/end dates.
      * 2026-10-15  EC  Put maintenance under dual control: ADD, CHG,
      *                 DEL, SCH and CAN are staged on the pending
      *                 change file and applied only when a
      *                 different user's run approves them (APV) or
      *                 dropped when declined (DCL). PND lists the
      *                 pending changes. History now carries the
      *                 approver alongside the submitting user.
      * 2026-10-15  EC  Refused to delete a language an active site
      *                 on SITEFILE still uses, at staging and again
      *                 at approval.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCMNT.
       AUTHOR. EVANCOLWELL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-PRM-STATUS.
           SELECT SCHED-FILE ASSIGN TO "PRMSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSC-KEY
               FILE STATUS IS WS-PSC-STATUS.
           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCH-KEY
               FILE STATUS IS WS-PCH-STATUS.
           SELECT SITE-FILE ASSIGN TO "SITEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STE-KEY
               FILE STATUS IS WS-STE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCPRM.
       FD  SCHED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCPSC.
       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCPCH.
       FD  SITE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSTE.
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCTXN.
           88 WS-PRM-DUPLICATE VALUE '22'.
       01 WS-PRM-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-PRM-OPENED VALUE 'Y'.
       01 WS-PSC-STATUS PIC X(02).
           88 WS-PSC-OK VALUE '00'.
           88 WS-PSC-NOT-FOUND VALUE '23'.
           88 WS-PSC-DUPLICATE VALUE '22'.
       01 WS-PSC-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-PSC-OPENED VALUE 'Y'.
       01 WS-PSC-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-PSC-EOF VALUE 'Y'.
       01 WS-PCH-STATUS PIC X(02).
           88 WS-PCH-OK VALUE '00'.
           88 WS-PCH-NOT-FOUND VALUE '23'.
           88 WS-PCH-DUPLICATE VALUE '22'.
       01 WS-PCH-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-PCH-OPENED VALUE 'Y'.
       01 WS-PCH-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-PCH-EOF VALUE 'Y'.
       01 WS-STE-STATUS PIC X(02).
           88 WS-STE-OK VALUE '00'.
       01 WS-STE-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-STE-OPENED VALUE 'Y'.
       01 WS-STE-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-STE-EOF VALUE 'Y'.
      *Delete protection: the active sites found on the language
      *being deleted, and the first of them for the message.
       01 WS-IN-USE-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-IN-USE-SITE-ID PIC X(08).
       01 WS-TXN-STATUS PIC X(02).
           88 WS-TXN-OK VALUE '00'.
       01 WS-TXN-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-HST-OPENED VALUE 'Y'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
      *Verdict from the staging and approval checks; a transaction
      *failing any of them is rejected before anything is staged
      *or applied.
       01 WS-TXN-VALID-SW PIC X(01).
           88 WS-TXN-VALID VALUE 'Y'.
      *Pending change key for this master: the language code, plus
      *the start date for a wording schedule change.
       01 WS-PEND-KEY.
           05 WS-PEND-MASTER-CD PIC X(01) VALUE 'P'.
           05 WS-PEND-LANG-CD PIC X(02).
           05 WS-PEND-START-DATE PIC X(08).
           05 FILLER PIC X(06) VALUE SPACES.
      *Staging fields for the history record: each transaction
      *paragraph sets the outcome and the before/after images of
      *the master row, and 2500-WRITE-HISTORY-PARA stamps and
       01 WS-HST-OUTCOME PIC X(01).
       01 WS-BEFORE-IMAGE PIC X(80).
       01 WS-AFTER-IMAGE PIC X(80).
       01 WS-HST-START-DATE PIC X(08).
       01 WS-HST-END-DATE PIC X(08).
      *Dual-control stamp: the user who staged the change and the
      *user whose run approved it. A transaction rejected when it
      *is submitted carries the submitter and no approver.
       01 WS-HST-USER PIC X(08).
       01 WS-HST-APPROVER PIC X(08).
      *A scheduled version's wording laid out in the master row's
      *shape, so its history images read the same as an add or
      *change of the row itself.
       01 WS-SCHED-IMAGE.
           05 WS-SCHED-IMG-LANG PIC X(02).
           05 WS-SCHED-IMG-HELLO PIC X(05).
           05 WS-SCHED-IMG-WORLD PIC X(06).
           05 WS-SCHED-IMG-TEMPLATE PIC X(60).
           05 FILLER PIC X(07) VALUE SPACES.
      *Schedule date checks. An open end date is compared as
      *99999999 so an open-ended version overlaps everything
      *after its start.
       01 WS-TODAY-DATE PIC X(08).
       01 WS-DATE-CHECK.
           05 WS-DATE-CHECK-YYYY PIC 9(04).
           05 WS-DATE-CHECK-MM PIC 9(02).
               88 WS-DATE-CHECK-MM-OK VALUE 01 THRU 12.
           05 WS-DATE-CHECK-DD PIC 9(02).
               88 WS-DATE-CHECK-DD-OK VALUE 01 THRU 31.
       01 WS-DATE-VALID-SW PIC X(01) VALUE 'N'.
           88 WS-DATE-VALID VALUE 'Y'.
       01 WS-NEW-END-DATE PIC X(08).
       01 WS-OLD-END-DATE PIC X(08).
       01 WS-OVERLAP-SW PIC X(01) VALUE 'N'.
           88 WS-OVERLAP VALUE 'Y'.
      *Forward wording report: one language's live scheduled
      *versions staged in start-date order, then each of the next
      *30 cycles resolved against them. A day no version covers
      *carries the standing master wording (slot zero). Runs of
      *days with the same wording print as one line.
       01 WS-FWD-DAYS PIC 9(03) VALUE 30 COMP.
       01 WS-FWD-MAX PIC 9(03) VALUE 50 COMP.
       01 WS-FWD-USED PIC 9(03) VALUE 0 COMP.
       01 WS-FWD-TABLE.
           05 WS-FWD-ROW OCCURS 50 TIMES.
               10 WS-FWD-START PIC X(08).
               10 WS-FWD-END PIC X(08).
               10 WS-FWD-HELLO PIC X(05).
               10 WS-FWD-WORLD PIC X(06).
               10 WS-FWD-TEMPLATE PIC X(60).
       01 WS-FWD-SUB PIC 9(03) VALUE 0 COMP.
       01 WS-FWD-DAY-SUB PIC 9(03) VALUE 0 COMP.
       01 WS-FWD-SLOT PIC 9(03) VALUE 0 COMP.
       01 WS-FWD-RUN-SLOT PIC 9(03) VALUE 0 COMP.
       01 WS-FWD-BASE-NUM PIC 9(08).
       01 WS-FWD-BASE-INT PIC 9(08).
       01 WS-FWD-DAY-INT PIC 9(08).
       01 WS-FWD-DATE-NUM PIC 9(08).
       01 WS-FWD-DATE PIC X(08).
       01 WS-FWD-RUN-FROM PIC X(08).
       01 WS-FWD-RUN-THRU PIC X(08).
       01 WS-FWD-LINE.
           05 FILLER PIC X(14) VALUE 'EVANCMNT: FWD '.
           05 WS-FWD-LINE-LANG PIC X(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-FWD-LINE-FROM PIC X(08).
           05 FILLER PIC X(06) VALUE ' THRU '.
           05 WS-FWD-LINE-THRU PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-FWD-LINE-SOURCE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-FWD-LINE-HELLO PIC X(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-FWD-LINE-WORLD PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 WS-FWD-LINE-TEMPLATE PIC X(60).
      *User stamp for the history records, taken from the EXEC
      *statement's PARM so the history shows who submitted the
      *maintenance run.
       01 WS-CHG-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-DEL-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-REJECT-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-SCH-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-CAN-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-STAGED-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-APPROVED-COUNT PIC 9(05) VALUE 0 COMP.
       01 WS-DECLINED-COUNT PIC 9(05) VALUE 0 COMP.
      *Run outcome, reflected into RETURN-CODE at end of run, the
      *same 0/4/8 convention EVANCOLWELL and EVANCVAL use.
       01 WS-RUN-RC PIC 9(03) VALUE 0.
               UNTIL WS-EOF.
           PERFORM 9000-CLOSE-PARA THRU 9000-EXIT.
           IF NOT WS-PRM-OPENED OR NOT WS-TXN-OPENED
                   OR NOT WS-HST-OPENED OR NOT WS-PSC-OPENED
                   OR NOT WS-PCH-OPENED OR NOT WS-STE-OPENED
               SET WS-RC-FAILURE TO TRUE
           ELSE
               IF WS-REJECT-COUNT > 0
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------------------------------------------------------*
      * 1000-OPEN-PARA opens the parameter master file, the        *
      * wording schedule and the pending change file for update,   *
      * the site master deletes are checked against, and the       *
      * transaction file the requests are read from.               *
      *----------------------------------------------------------*
       1000-OPEN-PARA.
           OPEN I-O PARM-FILE.
                   WS-PRM-STATUS
               SET WS-EOF TO TRUE
           END-IF.
           OPEN I-O SCHED-FILE.
           IF WS-PSC-OK
               SET WS-PSC-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCMNT: UNABLE TO OPEN PRMSCHD, STATUS='
                   WS-PSC-STATUS
               SET WS-EOF TO TRUE
           END-IF.
      *Without the pending change file nothing can be staged or
      *approved, and applying straight to the master is exactly
      *what dual control is there to stop.
           OPEN I-O PEND-FILE.
           IF WS-PCH-OK
               SET WS-PCH-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCMNT: UNABLE TO OPEN PENDCHG, STATUS='
                   WS-PCH-STATUS
               SET WS-EOF TO TRUE
           END-IF.
      *A run that can't see the site master can't prove a language
      *it is asked to delete is unused, so it applies nothing.
           OPEN INPUT SITE-FILE.
           IF WS-STE-OK
               SET WS-STE-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCMNT: UNABLE TO OPEN SITEFILE, STATUS='
                   WS-STE-STATUS
               SET WS-EOF TO TRUE
           END-IF.
           OPEN INPUT TRANS-FILE.
           IF WS-TXN-OK
               SET WS-TXN-OPENED TO TRUE
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-RUN-USER
           END-EVALUATE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-PROCESS-PARA reads one transaction and routes it to   *
      * staging, approval or list paragraphs. Changes to the       *
      * master are staged here; they are applied only through an   *
      * approval.                                                  *
      *----------------------------------------------------------*
       2000-PROCESS-PARA.
           MOVE SPACES TO WS-HST-START-DATE.
           MOVE SPACES TO WS-HST-END-DATE.
           MOVE WS-RUN-USER TO WS-HST-USER.
           MOVE SPACES TO WS-HST-APPROVER.
           READ TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN TXN-IS-STAGED
                           PERFORM 3000-STAGE-PARA THRU 3000-EXIT
                       WHEN TXN-IS-APV
                           PERFORM 3100-APPROVE-PARA THRU 3100-EXIT
                       WHEN TXN-IS-DCL
                           PERFORM 3200-DECLINE-PARA THRU 3200-EXIT
                       WHEN TXN-IS-PND
                           PERFORM 3300-PEND-LIST-PARA THRU 3300-EXIT
                       WHEN TXN-IS-LST
                           PERFORM 2400-LIST-PARA THRU 2400-EXIT
                       WHEN TXN-IS-SLS
                           PERFORM 2800-SCHED-LIST-PARA THRU 2800-EXIT
                       WHEN TXN-IS-FWD
                           PERFORM 2900-FORWARD-PARA THRU 2900-EXIT
                       WHEN OTHER
                           DISPLAY 'EVANCMNT: INVALID FUNCTION '
                               TXN-FUNCTION
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2100-ADD-PARA adds a new parameter row once the add is     *
      * approved. A duplicate key is rejected rather than          *
      * overwritten.                                               *
      *----------------------------------------------------------*
       2100-ADD-PARA.
           MOVE SPACES TO PRM-RECORD.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2200-CHANGE-PARA updates an existing parameter row once    *
      * the change is approved.                                    *
      *----------------------------------------------------------*
       2200-CHANGE-PARA.
           MOVE TXN-LANG-CD TO PRM-LANG-CD.
       2200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2300-DELETE-PARA removes a parameter row once the delete   *
      * is approved, unless an active site still uses it.          *
      *----------------------------------------------------------*
       2300-DELETE-PARA.
           MOVE SPACES TO WS-AFTER-IMAGE.
           PERFORM 2350-CHECK-IN-USE-PARA THRU 2350-EXIT.
           IF WS-IN-USE-COUNT > 0
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'R' TO WS-HST-OUTCOME
               MOVE TXN-LANG-CD TO PRM-LANG-CD
               READ PARM-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-BEFORE-IMAGE
                   NOT INVALID KEY
                       MOVE PRM-RECORD TO WS-BEFORE-IMAGE
               END-READ
               PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT
               GO TO 2300-EXIT.
           MOVE TXN-LANG-CD TO PRM-LANG-CD.
           READ PARM-FILE
               INVALID KEY
                   DISPLAY 'EVANCMNT: DELETE REJECTED, NOT FOUND '
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2350-CHECK-IN-USE-PARA reads the site master end to end    *
      * for active sites on the transaction's language, and names  *
      * the first one found when there are any.                    *
      *----------------------------------------------------------*
       2350-CHECK-IN-USE-PARA.
           MOVE 0 TO WS-IN-USE-COUNT.
           MOVE SPACES TO WS-IN-USE-SITE-ID.
           MOVE 'N' TO WS-STE-EOF-SW.
           MOVE LOW-VALUES TO STE-KEY.
           START SITE-FILE KEY IS NOT LESS THAN STE-KEY
               INVALID KEY
                   SET WS-STE-EOF TO TRUE
           END-START.
           PERFORM 2360-CHECK-ONE-SITE-PARA THRU 2360-EXIT
               UNTIL WS-STE-EOF.
           IF WS-IN-USE-COUNT > 0
               DISPLAY 'EVANCMNT: DELETE REJECTED FOR ' TXN-LANG-CD
                   ', USED BY ' WS-IN-USE-COUNT ' ACTIVE SITE(S), '
                   'FIRST ' WS-IN-USE-SITE-ID
           END-IF.
       2350-EXIT.
           EXIT.
       2360-CHECK-ONE-SITE-PARA.
           READ SITE-FILE NEXT RECORD
               AT END
                   SET WS-STE-EOF TO TRUE
                   GO TO 2360-EXIT
           END-READ.
           IF STE-ACTIVE AND STE-LANG-CD = TXN-LANG-CD
               IF WS-IN-USE-COUNT = 0
                   MOVE STE-SITE-ID TO WS-IN-USE-SITE-ID
               END-IF
               ADD 1 TO WS-IN-USE-COUNT
           END-IF.
       2360-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2400-LIST-PARA lists one row, or every row on the file     *
      * when the transaction's language code is SPACES.            *
      *----------------------------------------------------------*
               MOVE SPACES TO HST-RECORD
               ACCEPT HST-DATE FROM DATE YYYYMMDD
               ACCEPT HST-TIME FROM TIME
               MOVE WS-HST-USER TO HST-USER
               MOVE WS-HST-APPROVER TO HST-APPROVER
               MOVE TXN-FUNCTION TO HST-FUNCTION
               MOVE WS-HST-OUTCOME TO HST-OUTCOME
               MOVE TXN-LANG-CD TO HST-LANG-CD
               MOVE WS-BEFORE-IMAGE TO HST-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO HST-AFTER-IMAGE
               MOVE WS-HST-START-DATE TO HST-START-DATE
               MOVE WS-HST-END-DATE TO HST-END-DATE
               WRITE HST-RECORD
           END-IF.
       2500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2600-SCHEDULE-PARA loads a wording version onto the        *
      * schedule. The language must be on the master, the start    *
      * date a real date no earlier than today, the end date       *
      * spaces or no earlier than the start, and the dates must    *
      * not overlap another live version for the language. A key   *
      * held by a cancelled version is reused for the new one.     *
      * The checks are made again here on approval - another       *
      * version may have been approved since this one was staged.  *
      *----------------------------------------------------------*
       2600-SCHEDULE-PARA.
           PERFORM 2610-CHECK-SCHEDULE-PARA THRU 2610-EXIT.
           IF NOT WS-TXN-VALID
               GO TO 2600-REJECT.
           MOVE SPACES TO PSC-RECORD.
           MOVE TXN-LANG-CD TO PSC-LANG-CD.
           MOVE TXN-START-DATE TO PSC-START-DATE.
           READ SCHED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PSC-HELLO-TEXT TO WS-SCHED-IMG-HELLO
                   MOVE PSC-WORLD-TEXT TO WS-SCHED-IMG-WORLD
                   MOVE PSC-TEMPLATE-TEXT TO WS-SCHED-IMG-TEMPLATE
                   MOVE WS-SCHED-IMAGE TO WS-BEFORE-IMAGE
           END-READ.
           MOVE SPACES TO PSC-RECORD.
           MOVE TXN-LANG-CD TO PSC-LANG-CD.
           MOVE TXN-START-DATE TO PSC-START-DATE.
           MOVE TXN-END-DATE TO PSC-END-DATE.
           SET PSC-SCHEDULED TO TRUE.
           MOVE TXN-HELLO-TEXT TO PSC-HELLO-TEXT.
           MOVE TXN-WORLD-TEXT TO PSC-WORLD-TEXT.
           MOVE TXN-TEMPLATE-TEXT TO PSC-TEMPLATE-TEXT.
           MOVE WS-HST-USER TO PSC-USER.
           MOVE WS-TODAY-DATE TO PSC-STAMP-DATE.
           IF WS-BEFORE-IMAGE = SPACES
               WRITE PSC-RECORD
                   INVALID KEY
                       DISPLAY 'EVANCMNT: SCHEDULE WRITE FAILED FOR '
                           TXN-LANG-CD ' ' TXN-START-DATE
                       GO TO 2600-REJECT
               END-WRITE
           ELSE
               REWRITE PSC-RECORD
                   INVALID KEY
                       DISPLAY 'EVANCMNT: SCHEDULE REWRITE FAILED FOR '
                           TXN-LANG-CD ' ' TXN-START-DATE
                       GO TO 2600-REJECT
               END-REWRITE
           END-IF.
           ADD 1 TO WS-SCH-COUNT.
           MOVE 'A' TO WS-HST-OUTCOME.
           PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT.
           GO TO 2600-EXIT.
       2600-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT.
       2600-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2610-CHECK-SCHEDULE-PARA makes the checks a wording        *
      * version must pass, both when it is staged and when it is   *
      * approved, and stages its history images and dates.         *
      *----------------------------------------------------------*
       2610-CHECK-SCHEDULE-PARA.
           MOVE 'N' TO WS-TXN-VALID-SW.
           MOVE TXN-START-DATE TO WS-HST-START-DATE.
           MOVE TXN-END-DATE TO WS-HST-END-DATE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-SCHED-IMAGE.
           MOVE TXN-LANG-CD TO WS-SCHED-IMG-LANG.
           MOVE TXN-HELLO-TEXT TO WS-SCHED-IMG-HELLO.
           MOVE TXN-WORLD-TEXT TO WS-SCHED-IMG-WORLD.
           MOVE TXN-TEMPLATE-TEXT TO WS-SCHED-IMG-TEMPLATE.
           MOVE WS-SCHED-IMAGE TO WS-AFTER-IMAGE.
           MOVE 'R' TO WS-HST-OUTCOME.
           MOVE TXN-LANG-CD TO PRM-LANG-CD.
           READ PARM-FILE
               INVALID KEY
                   DISPLAY 'EVANCMNT: SCHEDULE REJECTED, LANGUAGE '
                       TXN-LANG-CD ' NOT ON PARM-FILE'
                   GO TO 2610-EXIT
           END-READ.
           IF TXN-HELLO-TEXT = SPACES AND TXN-WORLD-TEXT = SPACES
                   AND TXN-TEMPLATE-TEXT = SPACES
               DISPLAY 'EVANCMNT: SCHEDULE REJECTED, NO WORDING FOR '
                   TXN-LANG-CD
               GO TO 2610-EXIT.
           MOVE TXN-START-DATE TO WS-DATE-CHECK.
           PERFORM 2650-CHECK-DATE-PARA THRU 2650-EXIT.
           IF NOT WS-DATE-VALID
               DISPLAY 'EVANCMNT: SCHEDULE REJECTED, BAD START DATE '
                   TXN-START-DATE
               GO TO 2610-EXIT.
           IF TXN-START-DATE < WS-TODAY-DATE
               DISPLAY 'EVANCMNT: SCHEDULE REJECTED, START DATE '
                   TXN-START-DATE ' IS IN THE PAST'
               GO TO 2610-EXIT.
           IF TXN-END-DATE = SPACES
               MOVE '99999999' TO WS-NEW-END-DATE
           ELSE
               MOVE TXN-END-DATE TO WS-DATE-CHECK
               PERFORM 2650-CHECK-DATE-PARA THRU 2650-EXIT
               IF NOT WS-DATE-VALID
                       OR TXN-END-DATE < TXN-START-DATE
                   DISPLAY 'EVANCMNT: SCHEDULE REJECTED, BAD END DATE '
                       TXN-END-DATE
                   GO TO 2610-EXIT
               END-IF
               MOVE TXN-END-DATE TO WS-NEW-END-DATE
           END-IF.
           PERFORM 2660-CHECK-OVERLAP-PARA THRU 2660-EXIT.
           IF WS-OVERLAP
               DISPLAY 'EVANCMNT: SCHEDULE REJECTED, ' TXN-LANG-CD
                   ' ' TXN-START-DATE ' OVERLAPS VERSION FROM '
                   PSC-START-DATE
               GO TO 2610-EXIT.
           MOVE 'Y' TO WS-TXN-VALID-SW.
       2610-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2650-CHECK-DATE-PARA checks the date staged in             *
      * WS-DATE-CHECK is numeric with a plausible month and day.   *
      *----------------------------------------------------------*
       2650-CHECK-DATE-PARA.
           MOVE 'N' TO WS-DATE-VALID-SW.
           IF WS-DATE-CHECK NOT NUMERIC
               GO TO 2650-EXIT.
           IF WS-DATE-CHECK-MM-OK AND WS-DATE-CHECK-DD-OK
                   AND WS-DATE-CHECK-YYYY > 1999
               SET WS-DATE-VALID TO TRUE
           END-IF.
       2650-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2660-CHECK-OVERLAP-PARA browses the language's versions    *
      * for a live one whose dates overlap the new version's. A    *
      * live version at the new start date itself is an overlap    *
      * too; a cancelled one is not.                               *
      *----------------------------------------------------------*
       2660-CHECK-OVERLAP-PARA.
           MOVE 'N' TO WS-OVERLAP-SW.
           MOVE 'N' TO WS-PSC-EOF-SW.
           MOVE TXN-LANG-CD TO PSC-LANG-CD.
           MOVE LOW-VALUES TO PSC-START-DATE.
           START SCHED-FILE KEY IS NOT LESS THAN PSC-KEY
               INVALID KEY
                   SET WS-PSC-EOF TO TRUE
           END-START.
           PERFORM 2670-OVERLAP-NEXT-PARA THRU 2670-EXIT
               UNTIL WS-PSC-EOF OR WS-OVERLAP.
       2660-EXIT.
           EXIT.
       2670-OVERLAP-NEXT-PARA.
           READ SCHED-FILE NEXT RECORD
               AT END
                   SET WS-PSC-EOF TO TRUE
                   GO TO 2670-EXIT
           END-READ.
           IF PSC-LANG-CD NOT = TXN-LANG-CD
                   OR PSC-START-DATE > WS-NEW-END-DATE
               SET WS-PSC-EOF TO TRUE
               GO TO 2670-EXIT.
           IF NOT PSC-SCHEDULED
               GO TO 2670-EXIT.
           IF PSC-END-DATE = SPACES
               MOVE '99999999' TO WS-OLD-END-DATE
           ELSE
               MOVE PSC-END-DATE TO WS-OLD-END-DATE
           END-IF.
           IF WS-OLD-END-DATE NOT < TXN-START-DATE
               SET WS-OVERLAP TO TRUE
           END-IF.
       2670-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2700-CANCEL-PARA takes a live version off the schedule.    *
      * The row stays on file marked cancelled, with the user and  *
      * date of the cancel, so the listing shows what was planned. *
      *----------------------------------------------------------*
       2700-CANCEL-PARA.
           PERFORM 2710-CHECK-CANCEL-PARA THRU 2710-EXIT.
           IF NOT WS-TXN-VALID
               GO TO 2700-REJECT.
           SET PSC-CANCELLED TO TRUE.
           MOVE WS-HST-USER TO PSC-USER.
           MOVE WS-TODAY-DATE TO PSC-STAMP-DATE.
           REWRITE PSC-RECORD
               INVALID KEY
                   DISPLAY 'EVANCMNT: CANCEL REWRITE FAILED FOR '
                       TXN-LANG-CD ' ' TXN-START-DATE
                   GO TO 2700-REJECT
           END-REWRITE.
           ADD 1 TO WS-CAN-COUNT.
           MOVE 'A' TO WS-HST-OUTCOME.
           PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT.
           GO TO 2700-EXIT.
       2700-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT.
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2710-CHECK-CANCEL-PARA reads the version to be cancelled,  *
      * stages its wording as the before image, and checks it is   *
      * still live. The version is left in the record area for     *
      * the rewrite.                                               *
      *----------------------------------------------------------*
       2710-CHECK-CANCEL-PARA.
           MOVE 'N' TO WS-TXN-VALID-SW.
           MOVE TXN-START-DATE TO WS-HST-START-DATE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE 'R' TO WS-HST-OUTCOME.
           MOVE TXN-LANG-CD TO PSC-LANG-CD.
           MOVE TXN-START-DATE TO PSC-START-DATE.
           READ SCHED-FILE
               INVALID KEY
                   DISPLAY 'EVANCMNT: CANCEL REJECTED, NO VERSION '
                       TXN-LANG-CD ' ' TXN-START-DATE
                   GO TO 2710-EXIT
           END-READ.
           MOVE PSC-END-DATE TO WS-HST-END-DATE.
           MOVE SPACES TO WS-SCHED-IMAGE.
           MOVE PSC-LANG-CD TO WS-SCHED-IMG-LANG.
           MOVE PSC-HELLO-TEXT TO WS-SCHED-IMG-HELLO.
           MOVE PSC-WORLD-TEXT TO WS-SCHED-IMG-WORLD.
           MOVE PSC-TEMPLATE-TEXT TO WS-SCHED-IMG-TEMPLATE.
           MOVE WS-SCHED-IMAGE TO WS-BEFORE-IMAGE.
           IF PSC-CANCELLED
               DISPLAY 'EVANCMNT: CANCEL REJECTED, ALREADY CANCELLED '
                   TXN-LANG-CD ' ' TXN-START-DATE
               GO TO 2710-EXIT.
           MOVE 'Y' TO WS-TXN-VALID-SW.
       2710-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2800-SCHED-LIST-PARA lists the scheduled versions, live    *
      * and cancelled, for one language or for every language      *
      * when the transaction's language code is SPACES.            *
      *----------------------------------------------------------*
       2800-SCHED-LIST-PARA.
           MOVE 'N' TO WS-PSC-EOF-SW.
           MOVE TXN-LANG-CD TO PSC-LANG-CD.
           MOVE LOW-VALUES TO PSC-START-DATE.
           IF TXN-LANG-CD = SPACES
               MOVE LOW-VALUES TO PSC-KEY
           END-IF.
           START SCHED-FILE KEY IS NOT LESS THAN PSC-KEY
               INVALID KEY
                   DISPLAY 'EVANCMNT: SCHEDULE LIST, NONE FOR '
                       TXN-LANG-CD
                   SET WS-PSC-EOF TO TRUE
           END-START.
           PERFORM 2810-SCHED-LIST-NEXT-PARA THRU 2810-EXIT
               UNTIL WS-PSC-EOF.
       2800-EXIT.
           EXIT.
       2810-SCHED-LIST-NEXT-PARA.
           READ SCHED-FILE NEXT RECORD
               AT END
                   SET WS-PSC-EOF TO TRUE
                   GO TO 2810-EXIT
           END-READ.
           IF TXN-LANG-CD NOT = SPACES
                   AND PSC-LANG-CD NOT = TXN-LANG-CD
               SET WS-PSC-EOF TO TRUE
               GO TO 2810-EXIT.
           DISPLAY 'EVANCMNT: ' PSC-RECORD.
       2810-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2900-FORWARD-PARA prints the wording each language on the  *
      * master will carry over the next 30 cycles, from the        *
      * transaction's start date or from today, so a schedule can  *
      * be proved before the night it takes effect.                *
      *----------------------------------------------------------*
       2900-FORWARD-PARA.
           IF TXN-START-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-DATE-CHECK
           ELSE
               MOVE TXN-START-DATE TO WS-DATE-CHECK
           END-IF.
           PERFORM 2650-CHECK-DATE-PARA THRU 2650-EXIT.
           IF NOT WS-DATE-VALID
               DISPLAY 'EVANCMNT: FORWARD LIST, BAD START DATE '
                   TXN-START-DATE
               GO TO 2900-EXIT.
           MOVE WS-DATE-CHECK TO WS-FWD-BASE-NUM.
           COMPUTE WS-FWD-BASE-INT =
               FUNCTION INTEGER-OF-DATE (WS-FWD-BASE-NUM).
           MOVE LOW-VALUES TO PRM-KEY.
           START PARM-FILE KEY IS NOT LESS THAN PRM-KEY
               INVALID KEY
                   DISPLAY 'EVANCMNT: PARM-FILE IS EMPTY'
                   GO TO 2900-EXIT
           END-START.
           MOVE '00' TO WS-PRM-STATUS.
           PERFORM 2910-FORWARD-LANG-PARA THRU 2910-EXIT
               UNTIL WS-PRM-NOT-FOUND.
       2900-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2910-FORWARD-LANG-PARA takes the next master row, stages   *
      * its live versions and walks the 30 cycles for it.          *
      *----------------------------------------------------------*
       2910-FORWARD-LANG-PARA.
           READ PARM-FILE NEXT RECORD
               AT END
                   SET WS-PRM-NOT-FOUND TO TRUE
                   GO TO 2910-EXIT
           END-READ.
           MOVE 0 TO WS-FWD-USED.
           MOVE 'N' TO WS-PSC-EOF-SW.
           MOVE PRM-LANG-CD TO PSC-LANG-CD.
           MOVE LOW-VALUES TO PSC-START-DATE.
           START SCHED-FILE KEY IS NOT LESS THAN PSC-KEY
               INVALID KEY
                   SET WS-PSC-EOF TO TRUE
           END-START.
           PERFORM 2920-FORWARD-STAGE-PARA THRU 2920-EXIT
               UNTIL WS-PSC-EOF.
           MOVE 0 TO WS-FWD-RUN-SLOT.
           MOVE SPACES TO WS-FWD-RUN-FROM.
           PERFORM 2930-FORWARD-DAY-PARA THRU 2930-EXIT
               VARYING WS-FWD-DAY-SUB FROM 1 BY 1
               UNTIL WS-FWD-DAY-SUB > WS-FWD-DAYS.
           PERFORM 2950-FORWARD-PRINT-PARA THRU 2950-EXIT.
       2910-EXIT.
           EXIT.
       2920-FORWARD-STAGE-PARA.
           READ SCHED-FILE NEXT RECORD
               AT END
                   SET WS-PSC-EOF TO TRUE
                   GO TO 2920-EXIT
           END-READ.
           IF PSC-LANG-CD NOT = PRM-LANG-CD
               SET WS-PSC-EOF TO TRUE
               GO TO 2920-EXIT.
           IF NOT PSC-SCHEDULED
               GO TO 2920-EXIT.
           IF WS-FWD-USED NOT < WS-FWD-MAX
               DISPLAY 'EVANCMNT: FORWARD LIST, MORE THAN '
                   WS-FWD-MAX ' VERSIONS FOR ' PRM-LANG-CD
               SET WS-PSC-EOF TO TRUE
               GO TO 2920-EXIT.
           ADD 1 TO WS-FWD-USED.
           MOVE PSC-START-DATE TO WS-FWD-START (WS-FWD-USED).
           MOVE PSC-END-DATE TO WS-FWD-END (WS-FWD-USED).
           MOVE PSC-HELLO-TEXT TO WS-FWD-HELLO (WS-FWD-USED).
           MOVE PSC-WORLD-TEXT TO WS-FWD-WORLD (WS-FWD-USED).
           MOVE PSC-TEMPLATE-TEXT TO WS-FWD-TEMPLATE (WS-FWD-USED).
       2920-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2930-FORWARD-DAY-PARA resolves one cycle's wording. When   *
      * it differs from the run being built, the run is printed    *
      * and a new one starts on this cycle.                        *
      *----------------------------------------------------------*
       2930-FORWARD-DAY-PARA.
           COMPUTE WS-FWD-DAY-INT = WS-FWD-BASE-INT
               + WS-FWD-DAY-SUB - 1.
           COMPUTE WS-FWD-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-FWD-DAY-INT).
           MOVE WS-FWD-DATE-NUM TO WS-FWD-DATE.
           MOVE 0 TO WS-FWD-SLOT.
           PERFORM 2940-FORWARD-MATCH-PARA THRU 2940-EXIT
               VARYING WS-FWD-SUB FROM 1 BY 1
               UNTIL WS-FWD-SUB > WS-FWD-USED.
           IF WS-FWD-RUN-FROM NOT = SPACES
                   AND WS-FWD-SLOT NOT = WS-FWD-RUN-SLOT
               PERFORM 2950-FORWARD-PRINT-PARA THRU 2950-EXIT
               MOVE SPACES TO WS-FWD-RUN-FROM
           END-IF.
           IF WS-FWD-RUN-FROM = SPACES
               MOVE WS-FWD-DATE TO WS-FWD-RUN-FROM
               MOVE WS-FWD-SLOT TO WS-FWD-RUN-SLOT
           END-IF.
           MOVE WS-FWD-DATE TO WS-FWD-RUN-THRU.
       2930-EXIT.
           EXIT.
       2940-FORWARD-MATCH-PARA.
           IF WS-FWD-START (WS-FWD-SUB) NOT > WS-FWD-DATE
                   AND (WS-FWD-END (WS-FWD-SUB) = SPACES
                        OR WS-FWD-END (WS-FWD-SUB) NOT < WS-FWD-DATE)
               MOVE WS-FWD-SUB TO WS-FWD-SLOT
           END-IF.
       2940-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2950-FORWARD-PRINT-PARA prints the run of cycles built so  *
      * far: the standing master wording (BASE) or the start date  *
      * of the scheduled version that carries it.                  *
      *----------------------------------------------------------*
       2950-FORWARD-PRINT-PARA.
           MOVE PRM-LANG-CD TO WS-FWD-LINE-LANG.
           MOVE WS-FWD-RUN-FROM TO WS-FWD-LINE-FROM.
           MOVE WS-FWD-RUN-THRU TO WS-FWD-LINE-THRU.
           IF WS-FWD-RUN-SLOT = 0
               MOVE 'BASE' TO WS-FWD-LINE-SOURCE
               MOVE PRM-HELLO-TEXT TO WS-FWD-LINE-HELLO
               MOVE PRM-WORLD-TEXT TO WS-FWD-LINE-WORLD
               MOVE PRM-TEMPLATE-TEXT TO WS-FWD-LINE-TEMPLATE
           ELSE
               MOVE WS-FWD-START (WS-FWD-RUN-SLOT)
                   TO WS-FWD-LINE-SOURCE
               MOVE WS-FWD-HELLO (WS-FWD-RUN-SLOT)
                   TO WS-FWD-LINE-HELLO
               MOVE WS-FWD-WORLD (WS-FWD-RUN-SLOT)
                   TO WS-FWD-LINE-WORLD
               MOVE WS-FWD-TEMPLATE (WS-FWD-RUN-SLOT)
                   TO WS-FWD-LINE-TEMPLATE
           END-IF.
           DISPLAY WS-FWD-LINE.
       2950-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3000-STAGE-PARA stages an add, change, delete, schedule    *
      * or cancel as a pending change. It must pass the same       *
      * checks it will meet on approval, and the row may carry     *
      * only one pending change at a time. Nothing is written to   *
      * the master or the change history until it is approved;     *
      * a transaction rejected here goes to the history as before. *
      *----------------------------------------------------------*
       3000-STAGE-PARA.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE 'R' TO WS-HST-OUTCOME.
           PERFORM 3050-SET-PEND-KEY-PARA THRU 3050-EXIT.
           READ PEND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'EVANCMNT: ' TXN-FUNCTION ' REJECTED, '
                       PCH-FUNCTION ' ALREADY PENDING FOR '
                       TXN-LANG-CD ' ' WS-PEND-START-DATE
                   GO TO 3000-REJECT
           END-READ.
           EVALUATE TRUE
               WHEN TXN-IS-SCH
                   PERFORM 2610-CHECK-SCHEDULE-PARA THRU 2610-EXIT
               WHEN TXN-IS-CAN
                   PERFORM 2710-CHECK-CANCEL-PARA THRU 2710-EXIT
               WHEN OTHER
                   PERFORM 3010-CHECK-ROW-PARA THRU 3010-EXIT
           END-EVALUATE.
           IF NOT WS-TXN-VALID
               GO TO 3000-REJECT.
           MOVE SPACES TO PCH-RECORD.
           MOVE WS-PEND-KEY TO PCH-KEY.
           MOVE TXN-FUNCTION TO PCH-FUNCTION.
           MOVE WS-RUN-USER TO PCH-STAGED-USER.
           ACCEPT PCH-STAGED-DATE FROM DATE YYYYMMDD.
           ACCEPT PCH-STAGED-TIME FROM TIME.
           MOVE TXN-RECORD TO PCH-TXN-IMAGE.
           MOVE WS-BEFORE-IMAGE TO PCH-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO PCH-PROPOSED-IMAGE.
           WRITE PCH-RECORD
               INVALID KEY
                   DISPLAY 'EVANCMNT: ' TXN-FUNCTION
                       ' STAGING FAILED FOR ' TXN-LANG-CD
                       ', STATUS=' WS-PCH-STATUS
                   GO TO 3000-REJECT
           END-WRITE.
           ADD 1 TO WS-STAGED-COUNT.
           DISPLAY 'EVANCMNT: ' TXN-FUNCTION ' STAGED FOR '
               TXN-LANG-CD ' ' WS-PEND-START-DATE
               ', AWAITING APPROVAL'.
           GO TO 3000-EXIT.
       3000-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3010-CHECK-ROW-PARA checks an add, change or delete of a   *
      * master row against the row as it stands, and stages the    *
      * before image and the row as proposed.                      *
      *----------------------------------------------------------*
       3010-CHECK-ROW-PARA.
           MOVE 'N' TO WS-TXN-VALID-SW.
           MOVE TXN-LANG-CD TO PRM-LANG-CD.
           READ PARM-FILE
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE PRM-RECORD TO WS-BEFORE-IMAGE
           END-READ.
           EVALUATE TRUE
               WHEN TXN-IS-ADD
                   MOVE SPACES TO PRM-RECORD
                   MOVE TXN-LANG-CD TO PRM-LANG-CD
                   MOVE TXN-HELLO-TEXT TO PRM-HELLO-TEXT
                   MOVE TXN-WORLD-TEXT TO PRM-WORLD-TEXT
                   MOVE TXN-TEMPLATE-TEXT TO PRM-TEMPLATE-TEXT
                   MOVE PRM-RECORD TO WS-AFTER-IMAGE
                   IF WS-BEFORE-IMAGE NOT = SPACES
                       DISPLAY 'EVANCMNT: ADD REJECTED, DUPLICATE KEY '
                           TXN-LANG-CD
                       GO TO 3010-EXIT
                   END-IF
               WHEN TXN-IS-CHG
                   IF WS-BEFORE-IMAGE = SPACES
                       DISPLAY 'EVANCMNT: CHANGE REJECTED, NOT FOUND '
                           TXN-LANG-CD
                       GO TO 3010-EXIT
                   END-IF
                   MOVE TXN-HELLO-TEXT TO PRM-HELLO-TEXT
                   MOVE TXN-WORLD-TEXT TO PRM-WORLD-TEXT
                   MOVE TXN-TEMPLATE-TEXT TO PRM-TEMPLATE-TEXT
                   MOVE PRM-RECORD TO WS-AFTER-IMAGE
               WHEN OTHER
                   IF WS-BEFORE-IMAGE = SPACES
                       DISPLAY 'EVANCMNT: DELETE REJECTED, NOT FOUND '
                           TXN-LANG-CD
                       GO TO 3010-EXIT
                   END-IF
                   PERFORM 2350-CHECK-IN-USE-PARA THRU 2350-EXIT
                   IF WS-IN-USE-COUNT > 0
                       GO TO 3010-EXIT
                   END-IF
           END-EVALUATE.
           MOVE 'Y' TO WS-TXN-VALID-SW.
       3010-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3050-SET-PEND-KEY-PARA builds the pending change key for   *
      * the transaction: the language code, plus the start date    *
      * when the change is to the wording schedule.                *
      *----------------------------------------------------------*
       3050-SET-PEND-KEY-PARA.
           MOVE TXN-LANG-CD TO WS-PEND-LANG-CD.
           MOVE SPACES TO WS-PEND-START-DATE.
           IF TXN-IS-SCH OR TXN-IS-CAN OR TXN-IS-APV OR TXN-IS-DCL
               MOVE TXN-START-DATE TO WS-PEND-START-DATE
           END-IF.
           MOVE WS-PEND-KEY TO PCH-KEY.
       3050-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3100-APPROVE-PARA approves the change pending for the      *
      * language code (and start date). The approver must not be   *
      * the user who staged it. The staged transaction is put back *
      * in the transaction area and applied through the same       *
      * paragraphs that always applied it, so it is checked again  *
      * against the master as it stands now; an add, change or     *
      * delete whose row has moved since it was staged is refused  *
      * and has to be staged again against the current row.        *
      *----------------------------------------------------------*
       3100-APPROVE-PARA.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE 'R' TO WS-HST-OUTCOME.
           PERFORM 3050-SET-PEND-KEY-PARA THRU 3050-EXIT.
           READ PEND-FILE
               INVALID KEY
                   DISPLAY 'EVANCMNT: APPROVE REJECTED, NOTHING '
                       'PENDING FOR ' TXN-LANG-CD ' '
                       WS-PEND-START-DATE
                   GO TO 3100-REJECT
           END-READ.
           IF PCH-STAGED-USER = WS-RUN-USER
               DISPLAY 'EVANCMNT: APPROVE REJECTED, ' PCH-FUNCTION
                   ' FOR ' TXN-LANG-CD ' WAS STAGED BY '
                   PCH-STAGED-USER ' - ANOTHER USER MUST APPROVE'
               GO TO 3100-REJECT.
           MOVE PCH-TXN-IMAGE TO TXN-RECORD.
           MOVE PCH-STAGED-USER TO WS-HST-USER.
           MOVE WS-RUN-USER TO WS-HST-APPROVER.
           IF TXN-IS-ADD OR TXN-IS-CHG OR TXN-IS-DEL
               PERFORM 3110-CHECK-UNMOVED-PARA THRU 3110-EXIT
               IF NOT WS-TXN-VALID
                   ADD 1 TO WS-REJECT-COUNT
                   PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT
                   GO TO 3100-DONE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN TXN-IS-ADD
                   PERFORM 2100-ADD-PARA THRU 2100-EXIT
               WHEN TXN-IS-CHG
                   PERFORM 2200-CHANGE-PARA THRU 2200-EXIT
               WHEN TXN-IS-DEL
                   PERFORM 2300-DELETE-PARA THRU 2300-EXIT
               WHEN TXN-IS-SCH
                   PERFORM 2600-SCHEDULE-PARA THRU 2600-EXIT
               WHEN TXN-IS-CAN
                   PERFORM 2700-CANCEL-PARA THRU 2700-EXIT
           END-EVALUATE.
           ADD 1 TO WS-APPROVED-COUNT.
      *Approved is decided: whether it applied or failed its
      *checks against the master as it stands now, the pending
      *change has had its answer and comes off the file.
       3100-DONE.
           DELETE PEND-FILE RECORD
               INVALID KEY
                   DISPLAY 'EVANCMNT: PENDING CHANGE DELETE FAILED '
                       'FOR ' PCH-ROW-KEY ', STATUS=' WS-PCH-STATUS
           END-DELETE.
           GO TO 3100-EXIT.
       3100-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3110-CHECK-UNMOVED-PARA proves the master row still reads  *
      * as it did when the change was staged, so what the          *
      * approver saw as the before image is what gets replaced.    *
      *----------------------------------------------------------*
       3110-CHECK-UNMOVED-PARA.
           MOVE 'Y' TO WS-TXN-VALID-SW.
           MOVE TXN-LANG-CD TO PRM-LANG-CD.
           READ PARM-FILE
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE PRM-RECORD TO WS-BEFORE-IMAGE
           END-READ.
           IF WS-BEFORE-IMAGE NOT = PCH-BEFORE-IMAGE
               DISPLAY 'EVANCMNT: ' TXN-FUNCTION ' FOR ' TXN-LANG-CD
                   ' REJECTED, ROW CHANGED SINCE IT WAS STAGED'
               MOVE PCH-PROPOSED-IMAGE TO WS-AFTER-IMAGE
               MOVE 'N' TO WS-TXN-VALID-SW
           END-IF.
       3110-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3200-DECLINE-PARA declines the change pending for the      *
      * language code (and start date): it comes off the pending   *
      * file without touching the master. As with an approval,     *
      * the user who staged it cannot be the one to decline it.    *
      *----------------------------------------------------------*
       3200-DECLINE-PARA.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE 'R' TO WS-HST-OUTCOME.
           PERFORM 3050-SET-PEND-KEY-PARA THRU 3050-EXIT.
           READ PEND-FILE
               INVALID KEY
                   DISPLAY 'EVANCMNT: DECLINE REJECTED, NOTHING '
                       'PENDING FOR ' TXN-LANG-CD ' '
                       WS-PEND-START-DATE
                   GO TO 3200-REJECT
           END-READ.
           IF PCH-STAGED-USER = WS-RUN-USER
               DISPLAY 'EVANCMNT: DECLINE REJECTED, ' PCH-FUNCTION
                   ' FOR ' TXN-LANG-CD ' WAS STAGED BY '
                   PCH-STAGED-USER ' - ANOTHER USER MUST DECLINE'
               GO TO 3200-REJECT.
           DELETE PEND-FILE RECORD
               INVALID KEY
                   DISPLAY 'EVANCMNT: PENDING CHANGE DELETE FAILED '
                       'FOR ' PCH-ROW-KEY ', STATUS=' WS-PCH-STATUS
                   GO TO 3200-REJECT
           END-DELETE.
           ADD 1 TO WS-DECLINED-COUNT.
           DISPLAY 'EVANCMNT: ' PCH-FUNCTION ' FOR ' TXN-LANG-CD ' '
               WS-PEND-START-DATE ' STAGED BY ' PCH-STAGED-USER
               ' DECLINED BY ' WS-RUN-USER.
           GO TO 3200-EXIT.
       3200-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 2500-WRITE-HISTORY-PARA THRU 2500-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3300-PEND-LIST-PARA lists every change pending against     *
      * this master - who staged it and when, and the row before   *
      * and as proposed - for the approver to work from.           *
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
           DISPLAY 'EVANCMNT: PENDING ' PCH-FUNCTION ' '
               PCH-ROW-KEY ' STAGED BY ' PCH-STAGED-USER ' ON '
               PCH-STAGED-DATE.
           DISPLAY 'EVANCMNT:   BEFORE   ' PCH-BEFORE-IMAGE.
           DISPLAY 'EVANCMNT:   PROPOSED ' PCH-PROPOSED-IMAGE.
       3310-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 9000-CLOSE-PARA closes the files and reports the run's     *
      * add/change/delete/reject counts.                           *
      *----------------------------------------------------------*
       9000-CLOSE-PARA.
           IF WS-PRM-OPENED
               CLOSE PARM-FILE
           END-IF.
           IF WS-PSC-OPENED
               CLOSE SCHED-FILE
           END-IF.
           IF WS-PCH-OPENED
               CLOSE PEND-FILE
           END-IF.
           IF WS-STE-OPENED
               CLOSE SITE-FILE
           END-IF.
           IF WS-TXN-OPENED
               CLOSE TRANS-FILE
           END-IF.
           DISPLAY 'EVANCMNT: ADDED=' WS-ADD-COUNT
               ' CHANGED=' WS-CHG-COUNT
               ' DELETED=' WS-DEL-COUNT
               ' SCHEDULED=' WS-SCH-COUNT
               ' CANCELLED=' WS-CAN-COUNT
               ' REJECTED=' WS-REJECT-COUNT.
           DISPLAY 'EVANCMNT: STAGED=' WS-STAGED-COUNT
               ' APPROVED=' WS-APPROVED-COUNT
               ' DECLINED=' WS-DECLINED-COUNT.
       9000-EXIT.
           EXIT.
