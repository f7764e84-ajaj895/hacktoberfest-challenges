      * 2026-09-02  EC  Logged the run's outcome to the central
      *                 operations message file through EVANCMSG
      *                 for the nightly exception digest.
      * 2026-10-15  EC  Passed the cycle date to EVANCGRP so each
      *                 greeting carries the wording version
      *                 scheduled for the cycle.
      * 2026-10-15  EC  Ran as the issuing stage of an intraday
      *                 expedite when the PARM carries an expedite
      *                 number: booked under the expedite's run
      *                 label, with the expedite number kept on the
      *                 checkpoint so no run restarts from another
      *                 run's restart point.
      * 2026-10-15  EC  Carried each input record's lineage - site,
      *                 batch date and position, origin and
      *                 recipient name - onto its output detail.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 WS-MSG-DETAILS PIC 9(06).
           05 FILLER PIC X(09) VALUE ' RESTART='.
           05 WS-MSG-RESTART PIC X(01).
      *Name the run books the registry, the audit log and the
      *message file under: the program name for the nightly run,
      *the expedite's run label (see EVANCXID) for the issuing
      *stage of an intraday expedite. A PARM whose expedite number
      *is not 01-99 is refused before the registry is touched.
       01 WS-RUN-PROGRAM PIC X(11) VALUE 'EVANCOLWELL'.
       01 WS-EXPEDITE-SW PIC X(01) VALUE 'N'.
           88 WS-EXPEDITE VALUE 'Y'.
       01 WS-REFUSED-SW PIC X(01) VALUE 'N'.
           88 WS-REFUSED VALUE 'Y'.
       01 WS-XPD-ID PIC X(02) VALUE SPACES.
           COPY EVANCXID.
      *The data division is where you store data variables. This is an
      *optional division that is not needed.
      *The DATA DIVISION. has three sections that can be used:
      *text from the EXEC statement as a halfword length followed
      *by the text itself. The PARM carries the stream's cycle
      *date (YYYYMMDD) for the run-control registry key; a blank
      *PARM on an ad-hoc run falls back to today's date. An
      *intraday expedite adds its two-digit expedite number.
       01 LS-PARM-LEN PIC S9(4) COMP.
       01 LS-PARM-DATA.
           05 LS-CYCLE-DATE PIC X(08).
           05 LS-EXPEDITE-NO PIC X(02).
       PROCEDURE DIVISION USING LS-PARM-LEN LS-PARM-DATA.
      *----------------------------------------------------------*
      * 0000-MAINLINE runs the job from start to finish through   *
           ELSE
               ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 1020-SET-RUN-LABEL-PARA THRU 1020-EXIT.
           IF WS-REFUSED
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT.
           MOVE SPACES TO RUN-REQUEST.
           SET RUN-REQ-START TO TRUE.
           MOVE WS-RUN-PROGRAM TO RUN-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO RUN-REQ-CYCLE-DATE.
           CALL 'EVANCRUN' USING RUN-REQUEST.
           IF RUN-REQ-DUPLICATE
           IF WS-AUD-OPENED
               MOVE SPACES TO AUD-RECORD
               MOVE 'START' TO AUD-EVENT-CD
               MOVE WS-RUN-PROGRAM TO AUD-PROGRAM-ID
               ACCEPT AUD-DATE FROM DATE YYYYMMDD
               ACCEPT AUD-TIME FROM TIME
               WRITE AUD-RECORD
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1020-SET-RUN-LABEL-PARA picks up the expedite number from  *
      * the PARM, if there is one, and books the run under the     *
      * expedite's issuing label in place of the program name.     *
      *----------------------------------------------------------*
       1020-SET-RUN-LABEL-PARA.
           IF LS-PARM-LEN < 10
               GO TO 1020-EXIT.
           IF LS-EXPEDITE-NO = SPACES
               GO TO 1020-EXIT.
           IF LS-EXPEDITE-NO NOT NUMERIC OR LS-EXPEDITE-NO = '00'
               DISPLAY 'EVANCOLWELL: INVALID EXPEDITE NUMBER '
                   LS-EXPEDITE-NO ', RUN REFUSED'
               SET WS-REFUSED TO TRUE
               SET WS-RC-FAILURE TO TRUE
               GO TO 1020-EXIT.
           SET WS-EXPEDITE TO TRUE.
           MOVE LS-EXPEDITE-NO TO WS-XPD-ID.
           MOVE SPACES TO XPD-RUN-LABEL.
           MOVE 'EXP' TO XPD-LABEL-PREFIX.
           MOVE WS-XPD-ID TO XPD-LABEL-NO.
           MOVE '-' TO XPD-LABEL-DASH.
           SET XPD-STAGE-ISSUE TO TRUE.
           MOVE XPD-RUN-LABEL TO WS-RUN-PROGRAM.
           DISPLAY 'EVANCOLWELL: EXPEDITE RUN ' WS-RUN-PROGRAM
               ' FOR CYCLE ' WS-CYCLE-DATE.
       1020-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1100-READ-CHECKPOINT-PARA inspects the checkpoint file     *
      * left by the previous run. An ACTIVE record means the last  *
      * run abended mid-file: its counts are saved and restart     *
      * mode is set. A COMPLETE record, an empty file or no file   *
      * at all all mean a normal fresh start. An ACTIVE record     *
      * left by a different run - the nightly run against an       *
      * expedite's, or one expedite against another's - is a       *
      * restart error: that run has to be restarted first, and     *
      * its restart point is left where it is.                     *
      *----------------------------------------------------------*
       1100-READ-CHECKPOINT-PARA.
           OPEN INPUT CHECKPOINT-FILE.
                   NOT AT END
                       SET WS-CKP-FOUND TO TRUE
                       IF CKP-ACTIVE AND CKP-IN-COUNT > 0
                               AND CKP-EXPEDITE-NO NOT = WS-XPD-ID
                           DISPLAY 'EVANCOLWELL: CHECKPOINT IS AN '
                               'UNFINISHED RUN FOR EXPEDITE NUMBER '
                               CKP-EXPEDITE-NO ' (BLANK = NIGHTLY), '
                               'RESTART IT FIRST'
                           SET WS-RESTART-ERR TO TRUE
                           SET WS-RC-FAILURE TO TRUE
                           SET WS-EOF TO TRUE
                       END-IF
                       IF CKP-ACTIVE AND CKP-IN-COUNT > 0
                               AND NOT WS-RESTART-ERR
                           SET WS-RESTARTING TO TRUE
                           MOVE CKP-IN-COUNT TO WS-CKP-RESTART-COUNT
                           MOVE CKP-OUT-SEQ TO WS-OUT-SEQ
                   SET CKP-ACTIVE TO TRUE
                   MOVE 0 TO CKP-IN-COUNT
                   MOVE 0 TO CKP-OUT-SEQ
                   MOVE WS-XPD-ID TO CKP-EXPEDITE-NO
                   ACCEPT CKP-DATE FROM DATE YYYYMMDD
                   ACCEPT CKP-TIME FROM TIME
                   WRITE CKP-RECORD
                   MOVE WS-DFLT-WORLD TO WORLD
                   CALL 'EVANCGRP' USING WS-EFF-LANG-CD
                       HELLO-WORLD-GROUP GREETING-TEMPLATE
                       WS-CYCLE-DATE
                   MOVE IN-NAME TO WS-REC-NAME
                   PERFORM 2150-BUILD-TEXT-PARA THRU 2150-EXIT
                   DISPLAY WS-OUT-TEXT
      *----------------------------------------------------------*
      * 2500-WRITE-DETAIL-PARA writes one sequence-numbered detail *
      * record to the output transaction file for the greeting    *
      * text built by the caller in WS-OUT-TEXT, with the input    *
      * record's lineage behind it.                                *
      *----------------------------------------------------------*
       2500-WRITE-DETAIL-PARA.
           IF WS-OUT-OPENED
               MOVE WS-OUT-SEQ TO OUT-DET-SEQ
               MOVE WS-EFF-LANG-CD TO OUT-DET-LANG-CD
               MOVE WS-OUT-TEXT TO OUT-DET-TEXT
               MOVE IN-SITE-ID TO OUT-DET-SITE-ID
               MOVE IN-BATCH-DATE TO OUT-DET-BATCH-DATE
               MOVE IN-BATCH-POS TO OUT-DET-BATCH-POS
               MOVE IN-ORIGIN TO OUT-DET-ORIGIN
               MOVE IN-NAME TO OUT-DET-NAME
               WRITE OUT-RECORD
           END-IF.
       2500-EXIT.
                       MOVE WS-CKP-MARK TO CKP-STATUS
                       MOVE WS-IN-COUNT TO CKP-IN-COUNT
                       MOVE WS-OUT-SEQ TO CKP-OUT-SEQ
                       MOVE WS-XPD-ID TO CKP-EXPEDITE-NO
                       ACCEPT CKP-DATE FROM DATE YYYYMMDD
                       ACCEPT CKP-TIME FROM TIME
                       REWRITE CKP-RECORD
      *left alone so the operator can fix the DDs and resubmit,
      *and the restart picks up from the same checkpoint.
           IF NOT WS-RESTART-ERR AND NOT WS-DUP-RUN
                   AND NOT WS-REFUSED
               MOVE 'C' TO WS-CKP-MARK
               PERFORM 2600-TAKE-CHECKPOINT-PARA THRU 2600-EXIT
           END-IF.
      *The run's outcome goes to the run-control registry - except
      *on a refused duplicate, where the registry record of the
      *real run is exactly what must be preserved.
           IF NOT WS-DUP-RUN AND NOT WS-REFUSED
               MOVE SPACES TO RUN-REQUEST
               SET RUN-REQ-END TO TRUE
               MOVE WS-RUN-PROGRAM TO RUN-REQ-PROGRAM
               MOVE WS-CYCLE-DATE TO RUN-REQ-CYCLE-DATE
               MOVE WS-RUN-RC TO RUN-REQ-RC
               MOVE WS-OUT-SEQ TO RUN-REQ-COUNT
      *----------------------------------------------------------*
       8800-LOG-RUN-MSG-PARA.
           MOVE SPACES TO MSG-REQUEST.
           MOVE WS-RUN-PROGRAM TO MSG-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO MSG-REQ-CYCLE-DATE.
           EVALUATE TRUE
               WHEN WS-RC-FAILURE
