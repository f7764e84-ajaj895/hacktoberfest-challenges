      *greeting we can't put on a transmission file is a greeting
      *nobody receives.
      *
      *A split file whose every active site is closed on the
      *processing calendar for the cycle is held rather than
      *sent: its details go to the split hold file instead, and
      *each cycle reads the previous hold generation back ahead
      *of the day's output, sending what now has an open site and
      *holding the rest again. The combined file carries only the
      *language, so a file is held only when no site it serves is
      *open - one open site takes the whole file, as it always
      *has. Records in balance against records sent plus records
      *held, and the registry count stays the night's own routed
      *details so EVANCBAL still ties it to the OUTFILE trailer.
      *
      *As the last stage of an intraday expedite the PARM adds the
      *expedite number: the run books the registry under the
      *expedite's label, splits only the expedite's own output to
      *its own split files, and leaves the nightly hold
      *generations alone. An expedite is only taken for a site
      *open on the cycle date, so a detail that would land on a
      *held file means the calendar changed under it and fails
      *the run rather than be held outside the nightly chain.
      *
      *A site EVANCVOL booked on the volume hold register for the
      *cycle - its count for the night out of tolerance at error
      *level, with the site master set to hold on that - has its
      *greetings kept on the split hold file too, whatever the
      *calendar says, marked as a volume hold. They are read back
      *and held again every cycle until an operator releases the
      *site's cycle through EVANCVRL; the next split after that
      *routes them like any other. A register that can't be read
      *is warned about once and holds nothing new, but a greeting
      *already held for volume stays held until the register says
      *otherwise.
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evancspl.cbl -I copybooks
      *
      *                 registry through EVANCRUN, booking the
      *                 records-out count for the EVANCBAL
      *                 cycle-close balancing.
      * 2026-10-15  EC  Held a split file whose sites are all
      *                 closed on the processing calendar on the
      *                 split hold file until a site reopens.
      * 2026-10-15  EC  Split an intraday expedite's output under
      *                 the expedite's run label when the PARM
      *                 carries an expedite number.
      * 2026-10-15  EC  Held a site's greetings on the split hold
      *                 file while the volume hold register shows
      *                 its cycle held for a volume anomaly.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCSPL.
       AUTHOR. EVANCOLWELL.
      *The eight split files share one status field: every OPEN
      *and WRITE is checked on the spot, so the shared field is
      *never carrying more than one file's answer at a time.
           SELECT HOLD-IN-FILE ASSIGN TO "SPLHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIN-STATUS.
           SELECT HOLD-OUT-FILE ASSIGN TO "SPLHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOT-STATUS.
           SELECT VOL-HOLD-FILE ASSIGN TO "VOLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VHR-KEY
               FILE STATUS IS WS-VHR-STATUS.
           SELECT SPLIT-FILE-1 ASSIGN TO "SPLIT01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPL-STATUS.
       FD  SITE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSTE.
       FD  HOLD-IN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSHD.
       FD  HOLD-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01 HOT-RECORD PIC X(100).
       FD  VOL-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCVHR.
       FD  SPLIT-FILE-1
           LABEL RECORDS ARE STANDARD.
       01 SPL1-RECORD PIC X(80).
           88 WS-STE-EOF VALUE 'Y'.
       01 WS-SPL-STATUS PIC X(02).
           88 WS-SPL-OK VALUE '00'.
       01 WS-HIN-STATUS PIC X(02).
           88 WS-HIN-OK VALUE '00'.
           88 WS-HIN-ABSENT VALUE '35'.
       01 WS-HIN-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-HIN-OPENED VALUE 'Y'.
       01 WS-HIN-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-HIN-EOF VALUE 'Y'.
       01 WS-HOT-STATUS PIC X(02).
           88 WS-HOT-OK VALUE '00'.
       01 WS-HOT-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-HOT-OPENED VALUE 'Y'.
       01 WS-VHR-STATUS PIC X(02).
           88 WS-VHR-OK VALUE '00'.
       01 WS-VHR-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-VHR-OPENED VALUE 'Y'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-IN-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-OUT-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-UNROUTED-COUNT PIC 9(08) VALUE 0 COMP.
      *Hold counts: read back from the previous hold generation,
      *held tonight off the night's output, held again because
      *the file is still closed, and released to a split file.
       01 WS-HIN-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-HELD-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-REHELD-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-RELEASED-COUNT PIC 9(08) VALUE 0 COMP.
      *Of the held and held again, those kept for a volume hold.
       01 WS-VOL-HELD-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-ROUTED-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-TRAILER-COUNT PIC 9(06) VALUE 0.
       01 WS-TRAILER-SEEN PIC X(01) VALUE 'N'.
           88 WS-TRAILER-FOUND VALUE 'Y'.
      *routes there. Each row also remembers how many details went
      *to its file and whether its file has been opened yet -
      *files open on first use so an unused split DD is never
      *touched, and a failed open is only tried once. The open and
      *closed site counts come off the processing calendar; a file
      *with closed sites and no open one is held for the cycle.
       01 WS-SPLIT-MAX PIC 9(02) VALUE 8 COMP.
       01 WS-SPLIT-USED PIC 9(02) VALUE 0 COMP.
       01 WS-SPLIT-TABLE.
                   88 WS-SPL-OPENED VALUE 'Y'.
               10 WS-SPL-TRIED-SW PIC X(01).
                   88 WS-SPL-TRIED VALUE 'Y'.
               10 WS-SPL-OPEN-SITES PIC 9(03) COMP.
               10 WS-SPL-CLOSED-SITES PIC 9(03) COMP.
               10 WS-SPL-HELD-SW PIC X(01).
                   88 WS-SPL-HELD VALUE 'Y'.
       01 WS-SPL-SLOT PIC 9(02) VALUE 0 COMP.
       01 WS-MAP-SLOT PIC 9(02) VALUE 0 COMP.
      *Work records built here and written to whichever split
           05 WS-SPL-TRL-COUNT PIC 9(06).
           05 FILLER PIC X(73) VALUE SPACES.
       01 WS-SPL-OUT-REC PIC X(80).
      *The detail being routed, staged from either the night's
      *output or the previous hold generation, and which of the
      *two it came from.
       01 WS-ROUTE-LANG PIC X(02).
       01 WS-ROUTE-TEXT PIC X(70).
       01 WS-ROUTE-HELD-CYCLE PIC X(08).
       01 WS-ROUTE-SITE PIC X(08).
       01 WS-ROUTE-HOLD-REASON PIC X(01).
           88 WS-ROUTE-VOLUME-HOLD VALUE 'V'.
       01 WS-ROUTE-SOURCE-SW PIC X(01).
           88 WS-ROUTE-FROM-OUTPUT VALUE 'O'.
           88 WS-ROUTE-FROM-HOLD VALUE 'H'.
      *The volume hold register's answer for the last site and
      *cycle asked about, kept so a run of one site's greetings
      *costs one read: 'H' held, 'R' released, 'N' not on the
      *register.
       01 WS-VOL-LAST-KEY PIC X(16) VALUE SPACES.
       01 WS-VOL-LAST-SW PIC X(01) VALUE SPACE.
           88 WS-VOL-LAST-HELD VALUE 'H'.
           88 WS-VOL-LAST-RELEASED VALUE 'R'.
           88 WS-VOL-LAST-NONE VALUE 'N'.
       01 WS-VOL-HOLD-SW PIC X(01) VALUE 'N'.
           88 WS-VOL-HOLD VALUE 'Y'.
       01 WS-VHR-WARNED-SW PIC X(01) VALUE 'N'.
           88 WS-VHR-WARNED VALUE 'Y'.
      *Hold record built here and written to the new hold
      *generation, in the EVANCSHD layout the next cycle reads.
       01 WS-HOLD-REC.
           05 WS-HOLD-CYCLE PIC X(08).
           05 WS-HOLD-SLOT PIC 9(02).
           05 WS-HOLD-LANG PIC X(02).
           05 WS-HOLD-TEXT PIC X(70).
           05 WS-HOLD-SITE PIC X(08).
           05 WS-HOLD-REASON PIC X(01).
           05 FILLER PIC X(09) VALUE SPACES.
      *Processing calendar request area, shared with the EVANCCLK
      *subprogram via copybook. A calendar that can't be read is
      *warned about once and every site counts as open - the
      *split goes out as it did before the calendar existed.
           COPY EVANCCLQ.
       01 WS-CAL-WARNED-SW PIC X(01) VALUE 'N'.
           88 WS-CAL-WARNED VALUE 'Y'.
      *Run outcome, reflected into RETURN-CODE at end of run, the
      *same 0/4/8 convention the rest of the suite uses: 0 = split
      *balanced, 4 = the combined file's trailer was missing or
      *didn't tie (the splits themselves still balanced), the
      *processing calendar or the volume hold register could not
      *be read, or a volume hold is missing from the register,
      *8 = a
      *file could not be opened, more languages arrived than
      *split DDs, or records in did not equal records out plus
      *records held.
       01 WS-RUN-RC PIC 9(03) VALUE 0.
           88 WS-RC-SUCCESS VALUE 0.
           88 WS-RC-WARNING VALUE 4.
           05 WS-MSG-OUT PIC 9(08).
           05 FILLER PIC X(10) VALUE ' UNROUTED='.
           05 WS-MSG-UNROUTED PIC 9(08).
           05 FILLER PIC X(06) VALUE ' HELD='.
           05 WS-MSG-HELD PIC 9(08).
      *Name the run books the registry and message file under:
      *the program name for the nightly split, the expedite's run
      *label (see EVANCXID) for a stage of an intraday expedite.
      *A PARM whose expedite number is not 01-99 is refused
      *before the registry is touched.
       01 WS-RUN-PROGRAM PIC X(11) VALUE 'EVANCSPL'.
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
      *date (YYYYMMDD); a blank PARM on an ad-hoc run falls back
      *to today's date. An intraday expedite adds its two-digit
      *expedite number.
       01 LS-PARM-LEN PIC S9(4) COMP.
       01 LS-PARM-DATA.
           05 LS-CYCLE-DATE PIC X(08).
           05 LS-EXPEDITE-NO PIC X(02).
       PROCEDURE DIVISION USING LS-PARM-LEN LS-PARM-DATA.
      *----------------------------------------------------------*
      * 0000-MAINLINE splits one reconciled output generation      *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-OPEN-PARA THRU 1000-EXIT.
           PERFORM 1500-READ-HOLD-PARA THRU 1500-EXIT
               UNTIL WS-HIN-EOF.
           PERFORM 2000-PROCESS-PARA THRU 2000-EXIT
               UNTIL WS-EOF.
           PERFORM 3000-WRAP-UP-PARA THRU 3000-EXIT.
           STOP RUN.
      *----------------------------------------------------------*
      * 1000-OPEN-PARA opens the combined output file and loads    *
      * the routing table from the site distribution master, then  *
      * the previous and new split hold generations. The split     *
      * files open later, each on its language's first record.     *
      *----------------------------------------------------------*
       1000-OPEN-PARA.
           IF LS-PARM-LEN > 7
           ELSE
               ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 1020-SET-RUN-LABEL-PARA THRU 1020-EXIT.
           IF WS-REFUSED
               SET WS-HIN-EOF TO TRUE
               SET WS-EOF TO TRUE
               GO TO 1000-EXIT.
           MOVE SPACES TO RUN-REQUEST.
           SET RUN-REQ-START TO TRUE.
           MOVE WS-RUN-PROGRAM TO RUN-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO RUN-REQ-CYCLE-DATE.
           CALL 'EVANCRUN' USING RUN-REQUEST.
           IF RUN-REQ-DUPLICATE
               SET WS-RC-FAILURE TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
      *An expedite neither releases nor keeps the nightly holds.
           IF WS-EXPEDITE
               SET WS-HIN-EOF TO TRUE
               GO TO 1000-EXIT.
           OPEN INPUT VOL-HOLD-FILE.
           IF WS-VHR-OK
               SET WS-VHR-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCSPL: UNABLE TO OPEN VOLHOLD, STATUS='
                   WS-VHR-STATUS ', NO NEW VOLUME HOLD'
               SET WS-VHR-WARNED TO TRUE
               IF NOT WS-RC-FAILURE
                   SET WS-RC-WARNING TO TRUE
               END-IF
           END-IF.
      *The previous hold generation is normally present even when
      *nothing was held (the stream writes an empty one); a
      *missing one on an ad-hoc run just means nothing is held.
           OPEN INPUT HOLD-IN-FILE.
           EVALUATE TRUE
               WHEN WS-HIN-OK
                   SET WS-HIN-OPENED TO TRUE
               WHEN WS-HIN-ABSENT
                   SET WS-HIN-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'EVANCSPL: UNABLE TO OPEN SPLHIN, STATUS='
                       WS-HIN-STATUS
                   SET WS-RC-FAILURE TO TRUE
                   SET WS-HIN-EOF TO TRUE
                   SET WS-EOF TO TRUE
           END-EVALUATE.
      *Held greetings with nowhere to be kept would be lost, so a
      *hold file that won't open fails the run before anything
      *moves.
           OPEN OUTPUT HOLD-OUT-FILE.
           IF WS-HOT-OK
               SET WS-HOT-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCSPL: UNABLE TO OPEN SPLHOUT, STATUS='
                   WS-HOT-STATUS
               SET WS-RC-FAILURE TO TRUE
               SET WS-HIN-EOF TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1020-SET-RUN-LABEL-PARA picks up the expedite number from  *
      * the PARM, if there is one, and books the run under the     *
      * expedite's split label in place of the program name.       *
      *----------------------------------------------------------*
       1020-SET-RUN-LABEL-PARA.
           IF LS-PARM-LEN < 10
               GO TO 1020-EXIT.
           IF LS-EXPEDITE-NO = SPACES
               GO TO 1020-EXIT.
           IF LS-EXPEDITE-NO NOT NUMERIC OR LS-EXPEDITE-NO = '00'
               DISPLAY 'EVANCSPL: INVALID EXPEDITE NUMBER '
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
           SET XPD-STAGE-SPLIT TO TRUE.
           MOVE XPD-RUN-LABEL TO WS-RUN-PROGRAM.
           DISPLAY 'EVANCSPL: EXPEDITE RUN ' WS-RUN-PROGRAM
               ' FOR CYCLE ' WS-CYCLE-DATE.
       1020-EXIT.
           EXIT.
       1050-INIT-TABLE-PARA.
           SET SPL-IDX TO WS-SPL-SLOT.
           MOVE SPACES TO WS-SPL-LANG (SPL-IDX).
           MOVE 0 TO WS-SPL-COUNT (SPL-IDX).
           MOVE 'N' TO WS-SPL-OPENED-SW (SPL-IDX).
           MOVE 'N' TO WS-SPL-TRIED-SW (SPL-IDX).
           MOVE 0 TO WS-SPL-OPEN-SITES (SPL-IDX).
           MOVE 0 TO WS-SPL-CLOSED-SITES (SPL-IDX).
           MOVE 'N' TO WS-SPL-HELD-SW (SPL-IDX).
       1050-EXIT.
           EXIT.
      *----------------------------------------------------------*
               SET WS-RC-FAILURE TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM 1180-SET-HELD-PARA THRU 1180-EXIT
               VARYING WS-SPL-SLOT FROM 1 BY 1
               UNTIL WS-SPL-SLOT > WS-SPLIT-MAX.
       1100-EXIT.
           EXIT.
       1150-MAP-SITE-PARA.
                       ' ALREADY CARRYING LANG='
                       WS-SPL-LANG (SPL-IDX) ', FAILING RUN'
                   SET WS-RC-FAILURE TO TRUE
                   GO TO 1150-EXIT
           END-EVALUATE.
           PERFORM 1160-CHECK-CALENDAR-PARA THRU 1160-EXIT.
       1150-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1160-CHECK-CALENDAR-PARA asks EVANCCLK whether the site    *
      * just mapped is processing on the cycle date and counts it  *
      * open or closed against its split file.                     *
      *----------------------------------------------------------*
       1160-CHECK-CALENDAR-PARA.
           MOVE SPACES TO CAL-REQUEST.
           MOVE STE-SITE-ID TO CAL-REQ-SITE-ID.
           MOVE WS-CYCLE-DATE TO CAL-REQ-DATE.
           CALL 'EVANCCLK' USING CAL-REQUEST.
           SET SPL-IDX TO WS-MAP-SLOT.
           EVALUATE TRUE
               WHEN CAL-REQ-CLOSED
                   ADD 1 TO WS-SPL-CLOSED-SITES (SPL-IDX)
                   DISPLAY 'EVANCSPL: SITE ' STE-SITE-ID
                       ' CLOSED ON ' WS-CYCLE-DATE ' - '
                       CAL-REQ-REASON
               WHEN CAL-REQ-ERROR
                   ADD 1 TO WS-SPL-OPEN-SITES (SPL-IDX)
                   IF NOT WS-CAL-WARNED
                       DISPLAY 'EVANCSPL: PROCESSING CALENDAR '
                           'UNAVAILABLE, NO SPLIT HELD'
                       SET WS-CAL-WARNED TO TRUE
                       IF NOT WS-RC-FAILURE
                           SET WS-RC-WARNING TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-SPL-OPEN-SITES (SPL-IDX)
           END-EVALUATE.
       1160-EXIT.
           EXIT.
       1170-CHECK-LANG-DUP-PARA.
           IF WS-SPL-SLOT = WS-MAP-SLOT
               GO TO 1170-EXIT.
           END-IF.
       1170-EXIT.
           EXIT.
       1180-SET-HELD-PARA.
           SET SPL-IDX TO WS-SPL-SLOT.
           IF WS-SPL-CLOSED-SITES (SPL-IDX) > 0
                   AND WS-SPL-OPEN-SITES (SPL-IDX) = 0
               MOVE 'Y' TO WS-SPL-HELD-SW (SPL-IDX)
               DISPLAY 'EVANCSPL: SPLIT ' WS-SPL-SLOT
                   ' LANG=' WS-SPL-LANG (SPL-IDX)
                   ' HELD, EVERY SITE IT SERVES IS CLOSED'
           END-IF.
       1180-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1500-READ-HOLD-PARA reads one greeting back from the       *
      * previous hold generation and routes it ahead of the        *
      * night's output: to its split file if a site it serves is   *
      * open tonight, back onto the hold file if not.              *
      *----------------------------------------------------------*
       1500-READ-HOLD-PARA.
      *A run already failed in the open leaves the hold where it
      *is; the rerun reads the same generation back.
           IF WS-EOF
               SET WS-HIN-EOF TO TRUE
               GO TO 1500-EXIT.
           READ HOLD-IN-FILE
               AT END
                   SET WS-HIN-EOF TO TRUE
                   GO TO 1500-EXIT
           END-READ.
           ADD 1 TO WS-HIN-COUNT.
           SET WS-ROUTE-FROM-HOLD TO TRUE.
           MOVE SHD-LANG-CD TO WS-ROUTE-LANG.
           MOVE SHD-TEXT TO WS-ROUTE-TEXT.
           MOVE SHD-HELD-CYCLE TO WS-ROUTE-HELD-CYCLE.
           MOVE SHD-SITE-ID TO WS-ROUTE-SITE.
           MOVE SHD-HOLD-REASON TO WS-ROUTE-HOLD-REASON.
           PERFORM 2100-ROUTE-DETAIL-PARA THRU 2100-EXIT.
       1500-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-PROCESS-PARA reads one combined record, routing       *
      * details and capturing the trailer control total.           *
                   EVALUATE TRUE
                       WHEN OUT-IS-DETAIL
                           ADD 1 TO WS-IN-COUNT
                           SET WS-ROUTE-FROM-OUTPUT TO TRUE
                           MOVE OUT-DET-LANG-CD TO WS-ROUTE-LANG
                           MOVE OUT-DET-TEXT TO WS-ROUTE-TEXT
                           MOVE WS-CYCLE-DATE TO WS-ROUTE-HELD-CYCLE
                           MOVE OUT-DET-SITE-ID TO WS-ROUTE-SITE
                           MOVE SPACE TO WS-ROUTE-HOLD-REASON
                           PERFORM 2100-ROUTE-DETAIL-PARA
                               THRU 2100-EXIT
                       WHEN OUT-IS-TRAILER
      * resequenced record to that file, opening it on first use.  *
      * A language no active site claims is unrouted, which fails  *
      * the run - it means a site is issuing greetings the master  *
      * gives no transmission file for. A detail for a held file   *
      * goes to the new hold generation instead, as does one whose *
      * site's cycle is held on the volume hold register.          *
      *----------------------------------------------------------*
       2100-ROUTE-DETAIL-PARA.
           MOVE 0 TO WS-SPL-SLOT.
           SEARCH WS-SPLIT-ROW
               AT END
                   CONTINUE
               WHEN WS-SPL-LANG (SPL-IDX) = WS-ROUTE-LANG
                   SET WS-SPL-SLOT TO SPL-IDX
           END-SEARCH.
           IF WS-SPL-SLOT = 0
               IF NOT WS-RC-FAILURE
                   DISPLAY 'EVANCSPL: NO SITE ON THE MASTER ROUTES '
                       'LANG=' WS-ROUTE-LANG ', FAILING RUN'
                   SET WS-RC-FAILURE TO TRUE
               END-IF
               ADD 1 TO WS-UNROUTED-COUNT
               GO TO 2100-EXIT.
           SET SPL-IDX TO WS-SPL-SLOT.
           IF WS-SPL-HELD (SPL-IDX) AND WS-EXPEDITE
               IF NOT WS-RC-FAILURE
                   DISPLAY 'EVANCSPL: EXPEDITE CANNOT HOLD SPLIT '
                       WS-SPL-SLOT ' LANG=' WS-ROUTE-LANG
                       ', FAILING RUN'
                   SET WS-RC-FAILURE TO TRUE
               END-IF
               ADD 1 TO WS-UNROUTED-COUNT
               GO TO 2100-EXIT.
           IF NOT WS-EXPEDITE
               PERFORM 2150-CHECK-VOLUME-PARA THRU 2150-EXIT
               IF WS-VOL-HOLD
                   MOVE 'V' TO WS-ROUTE-HOLD-REASON
                   PERFORM 2700-WRITE-HOLD-PARA THRU 2700-EXIT
                   GO TO 2100-EXIT
               END-IF
           END-IF.
      *A greeting the volume hold no longer keeps is held, if at
      *all, only for the calendar from here on.
           MOVE SPACE TO WS-ROUTE-HOLD-REASON.
           IF WS-SPL-HELD (SPL-IDX)
               PERFORM 2700-WRITE-HOLD-PARA THRU 2700-EXIT
               GO TO 2100-EXIT.
           IF NOT WS-SPL-OPENED (SPL-IDX)
                   AND NOT WS-SPL-TRIED (SPL-IDX)
               PERFORM 2800-OPEN-SLOT-PARA THRU 2800-EXIT
               GO TO 2100-EXIT.
           ADD 1 TO WS-SPL-COUNT (SPL-IDX).
           MOVE WS-SPL-COUNT (SPL-IDX) TO WS-SPL-DET-SEQ.
           MOVE WS-ROUTE-LANG TO WS-SPL-DET-LANG.
           MOVE WS-ROUTE-TEXT TO WS-SPL-DET-TEXT.
           MOVE WS-SPL-DETAIL-REC TO WS-SPL-OUT-REC.
           PERFORM 2900-WRITE-SLOT-PARA THRU 2900-EXIT.
           ADD 1 TO WS-OUT-COUNT.
           IF WS-ROUTE-FROM-HOLD
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2150-CHECK-VOLUME-PARA asks the volume hold register       *
      * whether the detail's site is held for the cycle the detail *
      * belongs to - tonight's for the night's output, the cycle   *
      * first held on for a greeting already held for volume. A    *
      * greeting held only for the calendar isn't asked about: its *
      * site's volume was judged and let through on its own night. *
      *----------------------------------------------------------*
       2150-CHECK-VOLUME-PARA.
           MOVE 'N' TO WS-VOL-HOLD-SW.
           IF WS-ROUTE-FROM-HOLD AND NOT WS-ROUTE-VOLUME-HOLD
               GO TO 2150-EXIT.
           IF WS-ROUTE-SITE = SPACES
               GO TO 2150-EXIT.
      *Without the register nothing new is held, but a greeting
      *already held for volume can't be shown released, so it
      *stays held.
           IF NOT WS-VHR-OPENED
               IF WS-ROUTE-VOLUME-HOLD
                   SET WS-VOL-HOLD TO TRUE
               END-IF
               GO TO 2150-EXIT.
           MOVE WS-ROUTE-HELD-CYCLE TO VHR-CYCLE-DATE.
           MOVE WS-ROUTE-SITE TO VHR-SITE-ID.
           IF VHR-KEY NOT = WS-VOL-LAST-KEY
               MOVE VHR-KEY TO WS-VOL-LAST-KEY
               READ VOL-HOLD-FILE
                   INVALID KEY
                       SET WS-VOL-LAST-NONE TO TRUE
                   NOT INVALID KEY
                       MOVE VHR-STATUS TO WS-VOL-LAST-SW
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN WS-VOL-LAST-HELD
                   SET WS-VOL-HOLD TO TRUE
               WHEN WS-VOL-LAST-RELEASED
                   CONTINUE
      *A greeting held for volume whose register row is gone has
      *no release on record: it stays held and the run warns.
               WHEN WS-ROUTE-VOLUME-HOLD
                   SET WS-VOL-HOLD TO TRUE
                   IF NOT WS-VHR-WARNED
                       DISPLAY 'EVANCSPL: VOLUME HOLD FOR SITE '
                           WS-ROUTE-SITE ' CYCLE '
                           WS-ROUTE-HELD-CYCLE
                           ' NOT ON VOLHOLD, KEPT HELD'
                       SET WS-VHR-WARNED TO TRUE
                       IF NOT WS-RC-FAILURE
                           SET WS-RC-WARNING TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2150-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2700-WRITE-HOLD-PARA keeps a detail for a held split file  *
      * on the new hold generation, carrying the cycle it was      *
      * first held on so the hold's age shows, with its site and   *
      * why it was held.                                           *
      *----------------------------------------------------------*
       2700-WRITE-HOLD-PARA.
           MOVE WS-ROUTE-HELD-CYCLE TO WS-HOLD-CYCLE.
           MOVE WS-SPL-SLOT TO WS-HOLD-SLOT.
           MOVE WS-ROUTE-LANG TO WS-HOLD-LANG.
           MOVE WS-ROUTE-TEXT TO WS-HOLD-TEXT.
           MOVE WS-ROUTE-SITE TO WS-HOLD-SITE.
           MOVE WS-ROUTE-HOLD-REASON TO WS-HOLD-REASON.
           WRITE HOT-RECORD FROM WS-HOLD-REC.
           IF NOT WS-HOT-OK
               IF NOT WS-RC-FAILURE
                   DISPLAY 'EVANCSPL: WRITE FAILED ON SPLHOUT, '
                       'STATUS=' WS-HOT-STATUS
               END-IF
               SET WS-RC-FAILURE TO TRUE
               ADD 1 TO WS-UNROUTED-COUNT
               GO TO 2700-EXIT.
           IF WS-ROUTE-FROM-HOLD
               ADD 1 TO WS-REHELD-COUNT
           ELSE
               ADD 1 TO WS-HELD-COUNT
           END-IF.
           IF WS-ROUTE-VOLUME-HOLD
               ADD 1 TO WS-VOL-HELD-COUNT
           END-IF.
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2800-OPEN-SLOT-PARA opens the split file the slot number   *
      * picks and marks its table row when the open took.          *
      *----------------------------------------------------------*
               ' OUT=' WS-OUT-COUNT
               ' UNROUTED=' WS-UNROUTED-COUNT
               ' SPLITS=' WS-SPLIT-USED.
           DISPLAY 'EVANCSPL: HOLD IN=' WS-HIN-COUNT
               ' HELD=' WS-HELD-COUNT
               ' REHELD=' WS-REHELD-COUNT
               ' RELEASED=' WS-RELEASED-COUNT
               ' VOLUME HELD=' WS-VOL-HELD-COUNT.
      *The registry books the night's own output as routed - sent
      *or held - so it still ties to the OUTFILE trailer; greetings
      *released from earlier holds were booked on their own night.
           COMPUTE WS-ROUTED-COUNT =
               WS-OUT-COUNT - WS-RELEASED-COUNT + WS-HELD-COUNT.
           IF NOT WS-RC-FAILURE
               IF WS-IN-COUNT + WS-HIN-COUNT NOT =
                       WS-OUT-COUNT + WS-HELD-COUNT + WS-REHELD-COUNT
                   DISPLAY 'EVANCSPL: SPLIT OUT OF BALANCE'
                   SET WS-RC-FAILURE TO TRUE
               ELSE
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 9000-CLOSE-PARA closes the combined file, the site master, *
      * the hold files and the volume hold register.               *
      *----------------------------------------------------------*
       9000-CLOSE-PARA.
           IF WS-OUT-OPENED
           IF WS-STE-OPENED
               CLOSE SITE-FILE
           END-IF.
           IF WS-HIN-OPENED
               CLOSE HOLD-IN-FILE
           END-IF.
           IF WS-HOT-OPENED
               CLOSE HOLD-OUT-FILE
           END-IF.
           IF WS-VHR-OPENED
               CLOSE VOL-HOLD-FILE
           END-IF.
           PERFORM 8800-LOG-RUN-MSG-PARA THRU 8800-EXIT.
           IF NOT WS-RERUN AND NOT WS-REFUSED
               MOVE SPACES TO RUN-REQUEST
               SET RUN-REQ-END TO TRUE
               MOVE WS-RUN-PROGRAM TO RUN-REQ-PROGRAM
               MOVE WS-CYCLE-DATE TO RUN-REQ-CYCLE-DATE
               MOVE WS-RUN-RC TO RUN-REQ-RC
               MOVE WS-ROUTED-COUNT TO RUN-REQ-COUNT
               CALL 'EVANCRUN' USING RUN-REQUEST
           END-IF.
       9000-EXIT.
      *----------------------------------------------------------*
       8800-LOG-RUN-MSG-PARA.
           MOVE SPACES TO MSG-REQUEST.
           MOVE WS-RUN-PROGRAM TO MSG-REQ-PROGRAM.
           MOVE WS-CYCLE-DATE TO MSG-REQ-CYCLE-DATE.
           EVALUATE TRUE
               WHEN WS-RC-FAILURE
           MOVE WS-IN-COUNT TO WS-MSG-IN.
           MOVE WS-OUT-COUNT TO WS-MSG-OUT.
           MOVE WS-UNROUTED-COUNT TO WS-MSG-UNROUTED.
           MOVE WS-HELD-COUNT TO WS-MSG-HELD.
           MOVE WS-MSG-SUMMARY TO MSG-REQ-TEXT.
           CALL 'EVANCMSG' USING MSG-REQUEST.
       8800-EXIT.
