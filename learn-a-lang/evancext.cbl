      *PARM='US20260822'. A PARM carrying only the language code
      *falls back to today's date for the registry.
      *
      *The cycle date also picks the wording: a version scheduled
      *ahead of time through EVANCMNT on the wording schedule
      *file is extracted in place of the master row's standing
      *wording for every cycle its start and end dates cover.
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evancext.cbl -I copybooks
      *
      * 2026-09-02  EC  Logged the run's outcome to the central
      *                 operations message file through EVANCMSG
      *                 for the nightly exception digest.
      * 2026-10-15  EC  Extracted the wording version scheduled for
      *                 the cycle date off the wording schedule
      *                 file, ahead of the standing master row.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCEXT.
       AUTHOR. EVANCOLWELL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-PRM-STATUS.
           SELECT SCHED-FILE ASSIGN TO "PRMSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSC-KEY
               FILE STATUS IS WS-PSC-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCPRM.
       FD  SCHED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCPSC.
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCCF1.
           88 WS-PRM-OK VALUE '00'.
       01 WS-PRM-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-PRM-OPENED VALUE 'Y'.
       01 WS-PSC-STATUS PIC X(02).
           88 WS-PSC-OK VALUE '00'.
       01 WS-PSC-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-PSC-OPENED VALUE 'Y'.
       01 WS-PSC-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-PSC-EOF VALUE 'Y'.
      *Start date of the scheduled version extracted, or STANDING
      *when the master row's own wording was in force.
       01 WS-VERSION-FROM PIC X(08) VALUE 'STANDING'.
       01 WS-CF-STATUS PIC X(02).
           88 WS-CF-OK VALUE '00'.
       01 WS-CF-OPENED-SW PIC X(01) VALUE 'N'.
           05 WS-MSG-EXTRACTED PIC 9(08).
           05 FILLER PIC X(06) VALUE ' LANG='.
           05 WS-MSG-LANG PIC X(02).
           05 FILLER PIC X(09) VALUE ' VERSION='.
           05 WS-MSG-VERSION PIC X(08).
       LINKAGE SECTION.
      *Standard MVS batch PARM linkage: the system passes the PARM
      *text from the EXEC statement as a halfword length followed
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
           IF WS-PRM-OPENED AND WS-PSC-OPENED AND WS-CF-OPENED
               PERFORM 2000-EXTRACT-PARA THRU 2000-EXIT
           END-IF.
           PERFORM 9000-CLOSE-PARA THRU 9000-EXIT.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.
      *----------------------------------------------------------*
      * 1000-OPEN-PARA opens the parameter master and the wording  *
      * schedule for input and today's control file for output.    *
      *----------------------------------------------------------*
       1000-OPEN-PARA.
           IF LS-PARM-LEN > 9
                   WS-PRM-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
      *A schedule that can't be read could hold tonight's holiday
      *wording, so it fails the extract the same as the master.
           OPEN INPUT SCHED-FILE.
           IF WS-PSC-OK
               SET WS-PSC-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCEXT: UNABLE TO OPEN PRMSCHD, STATUS='
                   WS-PSC-STATUS
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           OPEN OUTPUT CONTROL-FILE.
           IF WS-CF-OK
               SET WS-CF-OPENED TO TRUE
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-EXTRACT-PARA looks up today's language code on        *
      * PARM-FILE and writes the matching row out as CTLFILE's     *
      * one control record, with the wording of the version        *
      * scheduled for the cycle when one is in force.              *
      *----------------------------------------------------------*
       2000-EXTRACT-PARA.
           MOVE LS-LANG-CD TO PRM-LANG-CD.
                   DISPLAY 'EVANCEXT: LANGUAGE CODE NOT FOUND '
                       LS-LANG-CD
                   SET WS-RC-FAILURE TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           MOVE SPACES TO CF-RECORD.
           MOVE PRM-HELLO-TEXT TO CF-HELLO-TEXT.
           MOVE PRM-WORLD-TEXT TO CF-WORLD-TEXT.
           MOVE PRM-LANG-CD TO CF-LANG-CD.
           PERFORM 2100-SCHEDULE-PARA THRU 2100-EXIT.
           WRITE CF-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
           DISPLAY 'EVANCEXT: CYCLE ' WS-CYCLE-DATE ' LANGUAGE '
               LS-LANG-CD ' WORDING VERSION ' WS-VERSION-FROM.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2100-SCHEDULE-PARA browses the language's scheduled        *
      * versions in start-date order up to the cycle date. A live  *
      * version whose end date has not passed is in force and its  *
      * wording replaces the master row's on the control record;   *
      * EVANCMNT refuses overlapping versions, so at most one      *
      * qualifies.                                                 *
      *----------------------------------------------------------*
       2100-SCHEDULE-PARA.
           MOVE 'N' TO WS-PSC-EOF-SW.
           MOVE LS-LANG-CD TO PSC-LANG-CD.
           MOVE LOW-VALUES TO PSC-START-DATE.
           START SCHED-FILE KEY IS NOT LESS THAN PSC-KEY
               INVALID KEY
                   SET WS-PSC-EOF TO TRUE
           END-START.
           PERFORM 2150-SCHEDULE-NEXT-PARA THRU 2150-EXIT
               UNTIL WS-PSC-EOF.
       2100-EXIT.
           EXIT.
       2150-SCHEDULE-NEXT-PARA.
           READ SCHED-FILE NEXT RECORD
               AT END
                   SET WS-PSC-EOF TO TRUE
                   GO TO 2150-EXIT
           END-READ.
           IF PSC-LANG-CD NOT = LS-LANG-CD
                   OR PSC-START-DATE > WS-CYCLE-DATE
               SET WS-PSC-EOF TO TRUE
               GO TO 2150-EXIT.
           IF PSC-SCHEDULED
                   AND (PSC-END-DATE = SPACES
                        OR PSC-END-DATE NOT < WS-CYCLE-DATE)
               MOVE PSC-HELLO-TEXT TO CF-HELLO-TEXT
               MOVE PSC-WORLD-TEXT TO CF-WORLD-TEXT
               MOVE PSC-START-DATE TO WS-VERSION-FROM
           END-IF.
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 9000-CLOSE-PARA closes whichever files were opened.        *
      *----------------------------------------------------------*
       9000-CLOSE-PARA.
           IF WS-PRM-OPENED
               CLOSE PARM-FILE
           END-IF.
           IF WS-PSC-OPENED
               CLOSE SCHED-FILE
           END-IF.
           IF WS-CF-OPENED
               CLOSE CONTROL-FILE
           END-IF.
           END-EVALUATE.
           MOVE WS-EXTRACT-COUNT TO WS-MSG-EXTRACTED.
           MOVE LS-LANG-CD TO WS-MSG-LANG.
           MOVE WS-VERSION-FROM TO WS-MSG-VERSION.
           MOVE WS-MSG-SUMMARY TO MSG-REQ-TEXT.
           CALL 'EVANCMSG' USING MSG-REQUEST.
       8800-EXIT.
