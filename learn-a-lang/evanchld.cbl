      *of the load for the same cycle replaces the rows it already
      *loaded, so the load is safe to resubmit.
      *
      *As a stage of an intraday expedite the PARM adds the
      *expedite number, and the expedite's greetings load under
      *the cycle date in the expedite's own band of sequence
      *numbers (see EVANCXID), clear of the nightly rows and of
      *every other expedite's. A nightly detail whose sequence
      *would reach into the expedite band is refused.
      *
      *Each row carries the greeting's lineage from the output
      *detail - site, batch creation date and position, origin
      *and recipient name - for the EVANCLIN lineage inquiry.
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evanchld.cbl -I copybooks
      *
      * 2026-09-02  EC  Logged the run's outcome to the central
      *                 operations message file through EVANCMSG
      *                 for the nightly exception digest.
      * 2026-10-15  EC  Loaded an intraday expedite's greetings in
      *                 the expedite sequence band when the PARM
      *                 carries an expedite number.
      * 2026-10-15  EC  Loaded each greeting's lineage onto its
      *                 history row.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCHLD.
       AUTHOR. EVANCOLWELL.
           05 WS-MSG-REPLACED PIC 9(08).
           05 FILLER PIC X(09) VALUE ' TRAILER='.
           05 WS-MSG-TRAILER PIC 9(06).
      *Name the run logs the message file under: the program name
      *for the nightly load, the expedite's run label (see
      *EVANCXID) for a stage of an intraday expedite, along with
      *the first history sequence of the expedite's band. A PARM
      *whose expedite number is not 01-99 is refused before
      *anything is opened.
       01 WS-RUN-PROGRAM PIC X(11) VALUE 'EVANCHLD'.
       01 WS-EXPEDITE-SW PIC X(01) VALUE 'N'.
           88 WS-EXPEDITE VALUE 'Y'.
       01 WS-REFUSED-SW PIC X(01) VALUE 'N'.
           88 WS-REFUSED VALUE 'Y'.
       01 WS-XPD-ID PIC X(02) VALUE SPACES.
       01 WS-XPD-NUM PIC 9(02) VALUE 0.
       01 WS-SEQ-BAND PIC 9(06) VALUE 0.
           COPY EVANCXID.
       LINKAGE SECTION.
      *Standard MVS batch PARM linkage: the system passes the PARM
      *text from the EXEC statement as a halfword length followed
      *by the text itself. An intraday expedite adds its two-
      *digit expedite number after the cycle date.
       01 LS-PARM-LEN PIC S9(4) COMP.
       01 LS-PARM-DATA.
           05 LS-CYCLE-DATE PIC X(08).
           05 LS-EXPEDITE-NO PIC X(02).
       PROCEDURE DIVISION USING LS-PARM-LEN LS-PARM-DATA.
      *----------------------------------------------------------*
      * 0000-MAINLINE loads one output generation into the         *
      * master, and settles the cycle date for the keys.           *
      *----------------------------------------------------------*
       1000-OPEN-PARA.
           IF LS-PARM-LEN > 7
               MOVE LS-CYCLE-DATE TO WS-CYCLE-DATE
           ELSE
               ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 1020-SET-RUN-LABEL-PARA THRU 1020-EXIT.
           IF WS-REFUSED
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT.
           OPEN INPUT OUTPUT-FILE.
           IF WS-OUT-OK
               SET WS-OUT-OPENED TO TRUE
               SET WS-RC-FAILURE TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1020-SET-RUN-LABEL-PARA picks up the expedite number from  *
      * the PARM, if there is one, names the run by the            *
      * expedite's load label and settles the first sequence of    *
      * the expedite's band on the history master.                 *
      *----------------------------------------------------------*
       1020-SET-RUN-LABEL-PARA.
           IF LS-PARM-LEN < 10
               GO TO 1020-EXIT.
           IF LS-EXPEDITE-NO = SPACES
               GO TO 1020-EXIT.
           IF LS-EXPEDITE-NO NOT NUMERIC OR LS-EXPEDITE-NO = '00'
               DISPLAY 'EVANCHLD: INVALID EXPEDITE NUMBER '
                   LS-EXPEDITE-NO ', RUN REFUSED'
               SET WS-REFUSED TO TRUE
               SET WS-RC-FAILURE TO TRUE
               GO TO 1020-EXIT.
           SET WS-EXPEDITE TO TRUE.
           MOVE LS-EXPEDITE-NO TO WS-XPD-ID.
           MOVE LS-EXPEDITE-NO TO WS-XPD-NUM.
           MOVE SPACES TO XPD-RUN-LABEL.
           MOVE 'EXP' TO XPD-LABEL-PREFIX.
           MOVE WS-XPD-ID TO XPD-LABEL-NO.
           MOVE '-' TO XPD-LABEL-DASH.
           SET XPD-STAGE-LOAD TO TRUE.
           MOVE XPD-RUN-LABEL TO WS-RUN-PROGRAM.
           COMPUTE WS-SEQ-BAND =
               XPD-SEQ-BASE + WS-XPD-NUM * XPD-SEQ-PER-RUN.
           DISPLAY 'EVANCHLD: EXPEDITE RUN ' WS-RUN-PROGRAM
               ' FOR CYCLE ' WS-CYCLE-DATE
               ' FROM SEQUENCE ' WS-SEQ-BAND.
       1020-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-PROCESS-PARA reads one output record and loads the    *
      * details.                                                   *
      *----------------------------------------------------------*
      *----------------------------------------------------------*
      * 2100-LOAD-DETAIL-PARA writes one history row. A duplicate  *
      * key means this cycle was loaded before - a rerun - so the  *
      * row is replaced and counted separately. An expedite's      *
      * detail is placed in the expedite's band; a sequence that   *
      * would leave its band, or a nightly one that would reach    *
      * the expedite band, fails the load rather than overlay      *
      * another run's row.                                         *
      *----------------------------------------------------------*
       2100-LOAD-DETAIL-PARA.
           IF NOT WS-GHM-OPENED
               GO TO 2100-EXIT.
           IF WS-EXPEDITE
               IF OUT-DET-SEQ > XPD-DETAIL-MAX
                   DISPLAY 'EVANCHLD: EXPEDITE DETAIL SEQUENCE '
                       OUT-DET-SEQ ' BEYOND ' XPD-DETAIL-MAX
                   SET WS-RC-FAILURE TO TRUE
                   GO TO 2100-EXIT
               END-IF
           ELSE
               IF OUT-DET-SEQ NOT < XPD-SEQ-BASE
                   DISPLAY 'EVANCHLD: DETAIL SEQUENCE ' OUT-DET-SEQ
                       ' REACHES THE EXPEDITE BAND'
                   SET WS-RC-FAILURE TO TRUE
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO GHM-RECORD.
           MOVE WS-CYCLE-DATE TO GHM-RUN-DATE.
           IF WS-EXPEDITE
               COMPUTE GHM-SEQ = WS-SEQ-BAND + OUT-DET-SEQ
           ELSE
               MOVE OUT-DET-SEQ TO GHM-SEQ
           END-IF.
           MOVE OUT-DET-LANG-CD TO GHM-LANG-CD.
           MOVE OUT-DET-TEXT TO GHM-TEXT.
           MOVE OUT-DET-SITE-ID TO GHM-SITE-ID.
           MOVE OUT-DET-BATCH-DATE TO GHM-BATCH-DATE.
           MOVE OUT-DET-BATCH-POS TO GHM-BATCH-POS.
           MOVE OUT-DET-ORIGIN TO GHM-ORIGIN.
           MOVE OUT-DET-NAME TO GHM-NAME.
           WRITE GHM-RECORD
               INVALID KEY
                   REWRITE GHM-RECORD
      *----------------------------------------------------------*
       8800-LOG-RUN-MSG-PARA.
           MOVE SPACES TO MSG-REQUEST.
           MOVE WS-RUN-PROGRAM TO MSG-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO MSG-REQ-CYCLE-DATE.
           EVALUATE TRUE
               WHEN WS-RC-FAILURE
