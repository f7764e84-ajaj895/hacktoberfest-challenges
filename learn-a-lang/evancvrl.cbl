      *Volume hold release utility for the CSA-Hacktoberfest- --
      *Challenges 2020 greeting job.
      *Written by Evan Colwell
      *
      *EVANCVRL releases a site's split that EVANCVOL held for a
      *volume anomaly. Once an operator has confirmed with the
      *site that the night's count is genuine, this marks the
      *site's cycle released on the volume hold register, stamped
      *with the date, time and user. The next nightly EVANCSPL run
      *then routes the held greetings out of its hold file like
      *any other carried-forward greeting.
      *
      *A release only lets greetings already accepted and issued
      *go out a cycle late; it changes no wording and no master,
      *so like the calendar and the suppression master it is
      *applied as submitted rather than staged for approval. The
      *release is logged to the central operations message file
      *under the held cycle, so the digest shows who let it go.
      *
      *The PARM carries the site id (1-8) and the held cycle date
      *(9-16, YYYYMMDD), both required, and the releasing user's
      *id (17-24).
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evancvrl.cbl -I copybooks
      *
      *Modification History:
      * 2026-10-15  EC  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCVRL.
       AUTHOR. EVANCOLWELL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOL-HOLD-FILE ASSIGN TO "VOLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VHR-KEY
               FILE STATUS IS WS-VHR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VOL-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCVHR.
       WORKING-STORAGE SECTION.
       01 WS-VHR-STATUS PIC X(02).
           88 WS-VHR-OK VALUE '00'.
       01 WS-VHR-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-VHR-OPENED VALUE 'Y'.
       01 WS-SITE-ID PIC X(08) VALUE SPACES.
       01 WS-CYCLE-DATE PIC X(08) VALUE SPACES.
      *User stamp for the release, taken from the EXEC statement's
      *PARM so the register shows who let the site's split go.
       01 WS-RUN-USER PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE PIC X(08).
       01 WS-RUN-TIME PIC X(08).
      *Operations message request area, shared with the EVANCMSG
      *subprogram via copybook.
           COPY EVANCMSQ.
       01 WS-MSG-RELEASE.
           05 FILLER PIC X(05) VALUE 'SITE='.
           05 WS-MSG-SITE PIC X(08).
           05 FILLER PIC X(10) VALUE ' ACCEPTED='.
           05 WS-MSG-ACCEPTED PIC 9(06).
           05 FILLER PIC X(18) VALUE ' VOLUME RELEASED, '.
           05 WS-MSG-USER PIC X(08).
      *Run outcome, reflected into RETURN-CODE at end of run, the
      *same 0/4/8 convention the rest of the suite uses: 0 = hold
      *released, 4 = already released, 8 = bad PARM, register not
      *open, no hold on file for the site and cycle, or the
      *release could not be written.
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
           05 LS-SITE-ID PIC X(08).
           05 LS-CYCLE-DATE PIC X(08).
           05 LS-USER-ID PIC X(08).
       PROCEDURE DIVISION USING LS-PARM-LEN LS-PARM-DATA.
      *----------------------------------------------------------*
      * 0000-MAINLINE releases the one hold the PARM names.        *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
           PERFORM 2000-RELEASE-PARA THRU 2000-EXIT.
           PERFORM 9000-CLOSE-PARA THRU 9000-EXIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------------------------------------------------------*
      * 1000-OPEN-PARA validates the PARM and opens the register   *
      * for update.                                                *
      *----------------------------------------------------------*
       1000-OPEN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           IF LS-PARM-LEN < 16
               DISPLAY 'EVANCVRL: PARM MUST CARRY SITE ID AND CYCLE '
                   'DATE, RUN REFUSED'
               SET WS-RC-FAILURE TO TRUE
               GO TO 1000-EXIT.
           MOVE LS-SITE-ID TO WS-SITE-ID.
           MOVE LS-CYCLE-DATE TO WS-CYCLE-DATE.
           EVALUATE TRUE
               WHEN LS-PARM-LEN > 23
                   MOVE LS-USER-ID TO WS-RUN-USER
               WHEN LS-PARM-LEN > 16
                   MOVE LS-PARM-DATA (17:LS-PARM-LEN - 16)
                       TO WS-RUN-USER
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-RUN-USER
           END-EVALUATE.
           IF WS-SITE-ID = SPACES OR WS-CYCLE-DATE NOT NUMERIC
               DISPLAY 'EVANCVRL: SITE ' WS-SITE-ID ' CYCLE '
                   WS-CYCLE-DATE ' NOT VALID, RUN REFUSED'
               SET WS-RC-FAILURE TO TRUE
               GO TO 1000-EXIT.
           OPEN I-O VOL-HOLD-FILE.
           IF WS-VHR-OK
               SET WS-VHR-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCVRL: UNABLE TO OPEN VOLHOLD, STATUS='
                   WS-VHR-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-RELEASE-PARA finds the site's hold for the cycle and  *
      * marks it released. A hold already released is left as      *
      * the first release stamped it.                              *
      *----------------------------------------------------------*
       2000-RELEASE-PARA.
           IF NOT WS-VHR-OPENED
               GO TO 2000-EXIT.
           MOVE WS-CYCLE-DATE TO VHR-CYCLE-DATE.
           MOVE WS-SITE-ID TO VHR-SITE-ID.
           READ VOL-HOLD-FILE
               INVALID KEY
                   DISPLAY 'EVANCVRL: NO VOLUME HOLD FOR SITE '
                       WS-SITE-ID ' CYCLE ' WS-CYCLE-DATE
                   SET WS-RC-FAILURE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF VHR-RELEASED
               DISPLAY 'EVANCVRL: SITE ' WS-SITE-ID ' CYCLE '
                   WS-CYCLE-DATE ' ALREADY RELEASED ON '
                   VHR-RELEASE-DATE ' BY ' VHR-RELEASE-USER
               SET WS-RC-WARNING TO TRUE
               GO TO 2000-EXIT.
           SET VHR-RELEASED TO TRUE.
           MOVE WS-RUN-DATE TO VHR-RELEASE-DATE.
           MOVE WS-RUN-TIME TO VHR-RELEASE-TIME.
           MOVE WS-RUN-USER TO VHR-RELEASE-USER.
           REWRITE VHR-RECORD
               INVALID KEY
                   DISPLAY 'EVANCVRL: VOLHOLD REWRITE FAILED, KEY='
                       VHR-KEY ' STATUS=' WS-VHR-STATUS
                   SET WS-RC-FAILURE TO TRUE
                   GO TO 2000-EXIT
           END-REWRITE.
           DISPLAY 'EVANCVRL: SITE ' WS-SITE-ID ' CYCLE '
               WS-CYCLE-DATE ' RELEASED BY ' WS-RUN-USER
               ', ACCEPTED=' VHR-ACCEPTED-COUNT
               ' AVERAGE=' VHR-AVERAGE.
           DISPLAY 'EVANCVRL: THE HELD GREETINGS GO OUT ON THE NEXT '
               'NIGHTLY SPLIT'.
           PERFORM 8800-LOG-RELEASE-PARA THRU 8800-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 8800-LOG-RELEASE-PARA logs the release to the central      *
      * operations message file under the held cycle.              *
      *----------------------------------------------------------*
       8800-LOG-RELEASE-PARA.
           MOVE SPACES TO MSG-REQUEST.
           MOVE 'EVANCVRL' TO MSG-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO MSG-REQ-CYCLE-DATE.
           SET MSG-REQ-INFO TO TRUE.
           MOVE WS-SITE-ID TO WS-MSG-SITE.
           MOVE VHR-ACCEPTED-COUNT TO WS-MSG-ACCEPTED.
           MOVE WS-RUN-USER TO WS-MSG-USER.
           MOVE WS-MSG-RELEASE TO MSG-REQ-TEXT.
           CALL 'EVANCMSG' USING MSG-REQUEST.
       8800-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 9000-CLOSE-PARA closes the register.                       *
      *----------------------------------------------------------*
       9000-CLOSE-PARA.
           IF WS-VHR-OPENED
               CLOSE VOL-HOLD-FILE
           END-IF.
       9000-EXIT.
           EXIT.
