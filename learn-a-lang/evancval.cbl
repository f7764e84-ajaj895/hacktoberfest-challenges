      * 2026-09-02  EC  Logged the run's outcome to the central
      *                 operations message file through EVANCMSG
      *                 for the nightly exception digest.
      * 2026-10-15  EC  Ran as a stage of an intraday expedite when
      *                 the PARM carries an expedite number, booked
      *                 under the expedite's run label.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCVAL.
       AUTHOR. EVANCOLWELL.
           05 WS-MSG-DETAIL PIC 9(06).
           05 FILLER PIC X(09) VALUE ' TRAILER='.
           05 WS-MSG-TRAILER PIC 9(06).
      *Name the run books the registry and message file under:
      *the program name for the nightly run, the expedite's run
      *label (see EVANCXID) for a stage of an intraday expedite.
      *A PARM whose expedite number is not 01-99 is refused
      *before the registry is touched.
       01 WS-RUN-PROGRAM PIC X(11) VALUE 'EVANCVAL'.
       01 WS-EXPEDITE-SW PIC X(01) VALUE 'N'.
           88 WS-EXPEDITE VALUE 'Y'.
       01 WS-REFUSED-SW PIC X(01) VALUE 'N'.
           88 WS-REFUSED VALUE 'Y'.
       01 WS-XPD-ID PIC X(02) VALUE SPACES.
           COPY EVANCXID.
       LINKAGE SECTION.
      *Standard MVS batch PARM linkage: the system passes the PARM
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
      * 0000-MAINLINE drives the open, read-and-count, and         *
           ELSE
               ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 1020-SET-RUN-LABEL-PARA THRU 1020-EXIT.
           IF WS-REFUSED
               GO TO 1000-EXIT.
           MOVE SPACES TO RUN-REQUEST.
           SET RUN-REQ-START TO TRUE.
           MOVE WS-RUN-PROGRAM TO RUN-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO RUN-REQ-CYCLE-DATE.
           CALL 'EVANCRUN' USING RUN-REQUEST.
           IF RUN-REQ-DUPLICATE
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1020-SET-RUN-LABEL-PARA picks up the expedite number from  *
      * the PARM, if there is one, and books the run under the     *
      * expedite's reconciliation label in place of the program    *
      * name.                                                      *
      *----------------------------------------------------------*
       1020-SET-RUN-LABEL-PARA.
           IF LS-PARM-LEN < 10
               GO TO 1020-EXIT.
           IF LS-EXPEDITE-NO = SPACES
               GO TO 1020-EXIT.
           IF LS-EXPEDITE-NO NOT NUMERIC OR LS-EXPEDITE-NO = '00'
               DISPLAY 'EVANCVAL: INVALID EXPEDITE NUMBER '
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
           SET XPD-STAGE-RECON TO TRUE.
           MOVE XPD-RUN-LABEL TO WS-RUN-PROGRAM.
           DISPLAY 'EVANCVAL: EXPEDITE RUN ' WS-RUN-PROGRAM
               ' FOR CYCLE ' WS-CYCLE-DATE.
       1020-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-PROCESS-PARA reads one record at a time, counting     *
      * detail records and capturing the trailer's control total.  *
      *----------------------------------------------------------*
               END-IF
           END-IF.
           PERFORM 8800-LOG-RUN-MSG-PARA THRU 8800-EXIT.
           IF NOT WS-RERUN AND NOT WS-REFUSED
               MOVE SPACES TO RUN-REQUEST
               SET RUN-REQ-END TO TRUE
               MOVE WS-RUN-PROGRAM TO RUN-REQ-PROGRAM
               MOVE WS-CYCLE-DATE TO RUN-REQ-CYCLE-DATE
               MOVE WS-RUN-RC TO RUN-REQ-RC
               MOVE WS-DETAIL-COUNT TO RUN-REQ-COUNT
      *----------------------------------------------------------*
       8800-LOG-RUN-MSG-PARA.
           MOVE SPACES TO MSG-REQUEST.
           MOVE WS-RUN-PROGRAM TO MSG-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO MSG-REQ-CYCLE-DATE.
           EVALUATE TRUE
               WHEN WS-RC-FAILURE
