      *A blank language code is clean: EVANCOLWELL substitutes the
      *run's site language code for it, the same as it always has.
      *
      *A clean detail whose recipient has asked not to be greeted
      *again - on the recipient suppression master EVANCSUP
      *maintains, for the batch's site - is diverted to the
      *suppressed file instead. That is a deliberate outcome, not
      *an error: it is not a reject, never recycles, and stays
      *out of the reject-rate judgement.
      *
      *An intraday expedite runs this same edit over one site's
      *batch, with the expedite number and the site on the PARM
      *after the cycle date. The run books the registries under
      *the expedite's run label (see EVANCXID) and is refused
      *outright - nothing opened, nothing registered - when the
      *site's batch is already in tonight's input, when the
      *expedite file carries another site's batch or more
      *greetings than an expedite can number, or when the site is
      *closed on the processing calendar for the cycle. An
      *expedite has no pending file, so a future-dated detail is
      *rejected behind its own reason instead of held.
      *
      *Every detail in a batch is stamped with its lineage: the
      *batch's creation date and the detail's position within
      *it, in the raw record's suite-owned columns, before it is
      *routed anywhere. A detail held on the pending file or
      *bounced to the reject file keeps that stamp, and comes
      *back through here inside one of EVANCREL's or EVANCRCY's
      *re-entry batches still naming the batch it first arrived
      *in. The clean record carries the site, the stamp and the
      *re-entry batch's origin on to EVANCOLWELL.
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evancedt.cbl -I copybooks
      *
      *                 registry, so the EVANCBAL cycle-close can
      *                 tie this edit's output leg to the OUTFILE
      *                 trailer.
      * 2026-10-15  EC  Checked every clean detail's recipient
      *                 against the recipient suppression master
      *                 and diverted a suppressed request to the
      *                 suppressed file with its own count, booked
      *                 on the run-control registry beside the
      *                 accepted count.
      * 2026-10-15  EC  Ran as the edit stage of an intraday
      *                 expedite when the PARM carries an expedite
      *                 number and site: refused for a site whose
      *                 batch is in tonight's input or that is
      *                 closed for the cycle, and kept the
      *                 expedite number on the batch registry so
      *                 the nightly edit and other expedites see
      *                 the batch as taken.
      * 2026-10-15  EC  Stamped each detail with the creation date
      *                 and position of the batch it first arrived
      *                 in, and carried the site, that stamp and
      *                 the re-entry origin (released pending or
      *                 recycled reject) on the clean record for
      *                 greeting lineage.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCEDT.
       AUTHOR. EVANCOLWELL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRG-KEY
               FILE STATUS IS WS-BRG-STATUS.
           SELECT SUPPRESS-FILE ASSIGN TO "SUPPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SPM-KEY
               FILE STATUS IS WS-SPM-STATUS.
           SELECT GOOD-FILE ASSIGN TO "GOODFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOOD-STATUS.
           SELECT PENDING-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.
           SELECT SUPPRESSED-FILE ASSIGN TO "SUPPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPD-STATUS.
           SELECT NIGHT-INPUT-FILE ASSIGN TO "NIGHTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NGT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE
       FD  BATCH-REG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCBRG.
       FD  SUPPRESS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSPM.
       FD  GOOD-FILE
           LABEL RECORDS ARE STANDARD.
       01 GOOD-RECORD PIC X(80).
       FD  PENDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCPND.
       FD  SUPPRESSED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCSPD.
      *Tonight's raw request file, read by an expedite only for its
      *batch headers - the EVANCINB header layout, under names of
      *its own so it can sit beside the expedite's input.
       FD  NIGHT-INPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01 NGT-RECORD.
           05 NGT-REC-TYPE PIC X(01).
               88 NGT-IS-HEADER VALUE 'H'.
           05 NGT-HDR-SITE-ID PIC X(08).
           05 NGT-HDR-CREATE-DATE PIC X(08).
           05 FILLER PIC X(63).
       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS PIC X(02).
           88 WS-IN-OK VALUE '00'.
           88 WS-PND-OK VALUE '00'.
       01 WS-PND-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-PND-OPENED VALUE 'Y'.
       01 WS-SPM-STATUS PIC X(02).
           88 WS-SPM-OK VALUE '00'.
       01 WS-SPM-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-SPM-OPENED VALUE 'Y'.
       01 WS-SPD-STATUS PIC X(02).
           88 WS-SPD-OK VALUE '00'.
       01 WS-SPD-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-SPD-OPENED VALUE 'Y'.
       01 WS-NGT-STATUS PIC X(02).
           88 WS-NGT-OK VALUE '00'.
       01 WS-NGT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-NGT-EOF VALUE 'Y'.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-READ-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-REJECT-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-DETAIL-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-HELD-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-SUPPRESS-COUNT PIC 9(08) VALUE 0 COMP.
      *Reason code staged here by the edit that rejected the
      *record; 2300-WRITE-REJECT-PARA clears and builds the whole
      *reject record itself, so no byte of it goes out
           88 WS-BATCH-OPEN VALUE 'Y'.
       01 WS-BATCH-SITE PIC X(08) VALUE SPACES.
       01 WS-BATCH-DATE PIC X(08).
       01 WS-BATCH-ORIGIN PIC X(01) VALUE SPACES.
       01 WS-BATCH-LANG-CD PIC X(02) VALUE SPACES.
       01 WS-BATCH-DET-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-BATCH-COUNT PIC 9(05) VALUE 0 COMP.
      *Verdict on the open batch's header: the site id must be on
       01 WS-LAST-LANG-CD PIC X(02) VALUE LOW-VALUES.
       01 WS-LAST-VERDICT-SW PIC X(01) VALUE 'N'.
           88 WS-LAST-ON-MASTER VALUE 'Y'.
      *Verdict of the suppression check on the current detail, and
      *the language the detail will greet in - its own code, or
      *the site's language when it carries none - which a
      *language-specific suppression is matched against.
       01 WS-SUPPRESSED-SW PIC X(01) VALUE 'N'.
           88 WS-SUPPRESSED VALUE 'Y'.
       01 WS-DET-LANG-CD PIC X(02).
      *A reject rate past this percentage usually means something
      *upstream broke wholesale - a shifted layout, a bad
      *transmission - rather than a handful of typos, so the run
           05 WS-MSG-REJ PIC 9(08).
           05 FILLER PIC X(10) VALUE ' BATCHREJ='.
           05 WS-MSG-BATCHREJ PIC 9(08).
       01 WS-MSG-SUPPRESS-SUMMARY.
           05 FILLER PIC X(11) VALUE 'SUPPRESSED='.
           05 WS-MSG-SUPPRESSED PIC 9(08).
      *Name the run books the registries and message file under:
      *the program name for the nightly edit, the expedite's run
      *label (see EVANCXID) for the edit stage of an intraday
      *expedite. An expedite that fails its pre-checks is refused
      *before the run-control registry is touched.
       01 WS-RUN-PROGRAM PIC X(11) VALUE 'EVANCEDT'.
       01 WS-EXPEDITE-SW PIC X(01) VALUE 'N'.
           88 WS-EXPEDITE VALUE 'Y'.
       01 WS-REFUSED-SW PIC X(01) VALUE 'N'.
           88 WS-REFUSED VALUE 'Y'.
       01 WS-XPD-ID PIC X(02) VALUE SPACES.
       01 WS-XPD-SITE PIC X(08) VALUE SPACES.
       01 WS-XPD-DETAILS PIC 9(08) VALUE 0 COMP.
       01 WS-XPD-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-XPD-EOF VALUE 'Y'.
           COPY EVANCXID.
      *Processing calendar request area, shared with the EVANCCLK
      *subprogram via copybook, for the expedite's open-day check.
           COPY EVANCCLQ.
       LINKAGE SECTION.
      *Standard MVS batch PARM linkage: the system passes the PARM
      *text from the EXEC statement as a halfword length followed
      *by the text itself. The PARM carries the stream's cycle
      *date (YYYYMMDD) for the run-control registry key; a blank
      *PARM on an ad-hoc run falls back to today's date. An
      *intraday expedite adds its two-digit expedite number and
      *the site whose batch it takes.
       01 LS-PARM-LEN PIC S9(4) COMP.
       01 LS-PARM-DATA.
           05 LS-CYCLE-DATE PIC X(08).
           05 LS-EXPEDITE-NO PIC X(02).
           05 LS-EXPEDITE-SITE PIC X(08).
       PROCEDURE DIVISION USING LS-PARM-LEN LS-PARM-DATA.
      *----------------------------------------------------------*
      * 0000-MAINLINE edits every request record against the       *
           ELSE
               ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 1020-SET-RUN-LABEL-PARA THRU 1020-EXIT.
           IF WS-EXPEDITE
               PERFORM 1100-CHECK-EXPEDITE-PARA THRU 1100-EXIT
           END-IF.
           IF WS-REFUSED
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
      *An edit that can't see the suppression master would greet
      *people who asked not to be, so it doesn't run either.
           OPEN INPUT SUPPRESS-FILE.
           IF WS-SPM-OK
               SET WS-SPM-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCEDT: UNABLE TO OPEN SUPPMST, STATUS='
                   WS-SPM-STATUS
               SET WS-RC-FAILURE TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
           OPEN OUTPUT GOOD-FILE.
           IF WS-GOOD-OK
               SET WS-GOOD-OPENED TO TRUE
               SET WS-RC-FAILURE TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
           OPEN OUTPUT SUPPRESSED-FILE.
           IF WS-SPD-OK
               SET WS-SPD-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCEDT: UNABLE TO OPEN SUPPFILE, STATUS='
                   WS-SPD-STATUS
               SET WS-RC-FAILURE TO TRUE
               SET WS-EOF TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1020-SET-RUN-LABEL-PARA picks up the expedite number and   *
      * site from the PARM, if there are any, and books the run    *
      * under the expedite's edit label in place of the program    *
      * name.                                                      *
      *----------------------------------------------------------*
       1020-SET-RUN-LABEL-PARA.
           IF LS-PARM-LEN < 10
               GO TO 1020-EXIT.
           IF LS-EXPEDITE-NO = SPACES
               GO TO 1020-EXIT.
           IF LS-EXPEDITE-NO NOT NUMERIC OR LS-EXPEDITE-NO = '00'
               DISPLAY 'EVANCEDT: INVALID EXPEDITE NUMBER '
                   LS-EXPEDITE-NO ', RUN REFUSED'
               SET WS-REFUSED TO TRUE
               SET WS-RC-FAILURE TO TRUE
               GO TO 1020-EXIT.
           IF LS-PARM-LEN < 18
               DISPLAY 'EVANCEDT: EXPEDITE ' LS-EXPEDITE-NO
                   ' NAMES NO SITE, RUN REFUSED'
               SET WS-REFUSED TO TRUE
               SET WS-RC-FAILURE TO TRUE
               GO TO 1020-EXIT.
           IF LS-EXPEDITE-SITE = SPACES
               DISPLAY 'EVANCEDT: EXPEDITE ' LS-EXPEDITE-NO
                   ' NAMES NO SITE, RUN REFUSED'
               SET WS-REFUSED TO TRUE
               SET WS-RC-FAILURE TO TRUE
               GO TO 1020-EXIT.
           SET WS-EXPEDITE TO TRUE.
           MOVE LS-EXPEDITE-NO TO WS-XPD-ID.
           MOVE LS-EXPEDITE-SITE TO WS-XPD-SITE.
           MOVE SPACES TO XPD-RUN-LABEL.
           MOVE 'EXP' TO XPD-LABEL-PREFIX.
           MOVE WS-XPD-ID TO XPD-LABEL-NO.
           MOVE '-' TO XPD-LABEL-DASH.
           SET XPD-STAGE-EDIT TO TRUE.
           MOVE XPD-RUN-LABEL TO WS-RUN-PROGRAM.
           DISPLAY 'EVANCEDT: EXPEDITE RUN ' WS-RUN-PROGRAM
               ' FOR SITE ' WS-XPD-SITE
               ' ON CYCLE ' WS-CYCLE-DATE.
       1020-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1100-CHECK-EXPEDITE-PARA decides whether the expedite may  *
      * run at all. It is refused when tonight's input already     *
      * carries a batch from the site that no earlier cycle took - *
      * the nightly run will issue it, and an expedite would issue *
      * it twice - and when tonight's input can't be read to tell. *
      * It is refused when the expedite file carries any other     *
      * site's batch or more details than the expedite's history   *
      * band holds, and when the site is closed for the cycle:     *
      * there is no split hold for an expedite to wait on.         *
      *----------------------------------------------------------*
       1100-CHECK-EXPEDITE-PARA.
           OPEN INPUT BATCH-REG-FILE.
           IF WS-BRG-OK
               SET WS-BRG-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCEDT: UNABLE TO OPEN BCHREG, STATUS='
                   WS-BRG-STATUS ', EXPEDITE REFUSED'
               SET WS-REFUSED TO TRUE
               SET WS-RC-FAILURE TO TRUE
               GO TO 1100-EXIT.
           OPEN INPUT NIGHT-INPUT-FILE.
           IF NOT WS-NGT-OK
               DISPLAY 'EVANCEDT: UNABLE TO OPEN NIGHTIN, STATUS='
                   WS-NGT-STATUS ', EXPEDITE REFUSED'
               SET WS-REFUSED TO TRUE
               SET WS-RC-FAILURE TO TRUE
           ELSE
               PERFORM 1110-SCAN-NIGHT-PARA THRU 1110-EXIT
                   UNTIL WS-NGT-EOF
               CLOSE NIGHT-INPUT-FILE
           END-IF.
           CLOSE BATCH-REG-FILE.
           MOVE 'N' TO WS-BRG-OPENED-SW.
           IF WS-REFUSED
               GO TO 1100-EXIT.
           OPEN INPUT INPUT-FILE.
           IF NOT WS-IN-OK
               DISPLAY 'EVANCEDT: UNABLE TO OPEN INFILE, STATUS='
                   WS-IN-STATUS ', EXPEDITE REFUSED'
               SET WS-REFUSED TO TRUE
               SET WS-RC-FAILURE TO TRUE
               GO TO 1100-EXIT.
           PERFORM 1120-SCAN-EXPEDITE-PARA THRU 1120-EXIT
               UNTIL WS-XPD-EOF.
           CLOSE INPUT-FILE.
           IF WS-XPD-DETAILS > XPD-DETAIL-MAX
               DISPLAY 'EVANCEDT: EXPEDITE CARRIES ' WS-XPD-DETAILS
                   ' DETAILS, OVER ' XPD-DETAIL-MAX
                   ', EXPEDITE REFUSED'
               SET WS-REFUSED TO TRUE
               SET WS-RC-FAILURE TO TRUE
           END-IF.
           IF WS-REFUSED
               GO TO 1100-EXIT.
           MOVE SPACES TO CAL-REQUEST.
           MOVE WS-XPD-SITE TO CAL-REQ-SITE-ID.
           MOVE WS-CYCLE-DATE TO CAL-REQ-DATE.
           CALL 'EVANCCLK' USING CAL-REQUEST.
           EVALUATE TRUE
               WHEN CAL-REQ-CLOSED
                   DISPLAY 'EVANCEDT: SITE ' WS-XPD-SITE
                       ' CLOSED ON ' WS-CYCLE-DATE ' - '
                       CAL-REQ-REASON ', EXPEDITE REFUSED'
                   SET WS-REFUSED TO TRUE
                   SET WS-RC-FAILURE TO TRUE
               WHEN CAL-REQ-ERROR
                   DISPLAY 'EVANCEDT: PROCESSING CALENDAR '
                       'UNAVAILABLE, EXPEDITE REFUSED'
                   SET WS-REFUSED TO TRUE
                   SET WS-RC-FAILURE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1110-SCAN-NIGHT-PARA reads one record of tonight's input.  *
      * A header from the expedite's site counts against it unless *
      * the batch registry shows that batch taken on an earlier    *
      * cycle, which makes the generation last night's.            *
      *----------------------------------------------------------*
       1110-SCAN-NIGHT-PARA.
           READ NIGHT-INPUT-FILE
               AT END
                   SET WS-NGT-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF NOT NGT-IS-HEADER
               GO TO 1110-EXIT.
           IF NGT-HDR-SITE-ID NOT = WS-XPD-SITE
               GO TO 1110-EXIT.
           MOVE NGT-HDR-SITE-ID TO BRG-SITE-ID.
           MOVE NGT-HDR-CREATE-DATE TO BRG-CREATE-DATE.
           READ BATCH-REG-FILE
               INVALID KEY
                   MOVE SPACES TO BRG-CYCLE-DATE
           END-READ.
           IF BRG-CYCLE-DATE NOT = SPACES
                   AND BRG-CYCLE-DATE < WS-CYCLE-DATE
               GO TO 1110-EXIT.
           DISPLAY 'EVANCEDT: BATCH FROM ' WS-XPD-SITE
               ' OF ' NGT-HDR-CREATE-DATE
               ' IS IN TONIGHT''S INPUT, EXPEDITE REFUSED'.
           SET WS-REFUSED TO TRUE.
           SET WS-RC-FAILURE TO TRUE.
       1110-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1120-SCAN-EXPEDITE-PARA reads one record of the expedite's *
      * own input, counting its details and refusing any batch     *
      * header from another site.                                  *
      *----------------------------------------------------------*
       1120-SCAN-EXPEDITE-PARA.
           READ INPUT-FILE
               AT END
                   SET WS-XPD-EOF TO TRUE
                   GO TO 1120-EXIT
           END-READ.
           IF RAW-IS-DETAIL
               ADD 1 TO WS-XPD-DETAILS
               GO TO 1120-EXIT.
           IF RAW-IS-HEADER AND RAW-HDR-SITE-ID NOT = WS-XPD-SITE
               DISPLAY 'EVANCEDT: EXPEDITE FILE CARRIES A BATCH FROM '
                   RAW-HDR-SITE-ID ', EXPEDITE REFUSED'
               SET WS-REFUSED TO TRUE
               SET WS-RC-FAILURE TO TRUE
           END-IF.
       1120-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-PROCESS-PARA reads one raw record and routes it by    *
      * its record type. A detail outside any batch, or a type     *
      * nobody recognizes, is a structure failure.                 *
                               AND NOT WS-BATCH-OK
                           ADD 1 TO WS-BATCH-DET-COUNT
                           ADD 1 TO WS-DETAIL-COUNT
                           PERFORM 2050-STAMP-LINEAGE-PARA
                               THRU 2050-EXIT
                           PERFORM 2350-DIVERT-BATCH-REC-PARA
                               THRU 2350-EXIT
                       WHEN RAW-IS-DETAIL AND WS-BATCH-OPEN
                           ADD 1 TO WS-BATCH-DET-COUNT
                           ADD 1 TO WS-DETAIL-COUNT
                           PERFORM 2050-STAMP-LINEAGE-PARA
                               THRU 2050-EXIT
                           PERFORM 2100-EDIT-RECORD-PARA
                               THRU 2100-EXIT
                       WHEN RAW-IS-TRAILER
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2050-STAMP-LINEAGE-PARA stamps the detail with the batch   *
      * it arrived in - creation date and position - unless it is  *
      * riding a re-entry batch and already names the batch it     *
      * first arrived in. A site's own batch is always stamped     *
      * afresh: those columns are the suite's, not the site's.     *
      *----------------------------------------------------------*
       2050-STAMP-LINEAGE-PARA.
           IF WS-BATCH-ORIGIN NOT = SPACE
                   AND RAW-DET-ORIG-DATE NOT = SPACES
                   AND RAW-DET-ORIG-POS NUMERIC
               GO TO 2050-EXIT.
           MOVE WS-BATCH-DATE TO RAW-DET-ORIG-DATE.
           MOVE WS-BATCH-DET-COUNT TO RAW-DET-ORIG-POS.
       2050-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2100-EDIT-RECORD-PARA applies the edits to one detail. A   *
      * blank language code passes (EVANCOLWELL substitutes the    *
      * site code); anything else must be alphabetic and on the    *
      * parameter master. The effective date, when carried, must   *
      * be a valid-looking date; a clean detail dated past the     *
      * cycle date is held rather than issued. A clean detail      *
      * whose recipient is suppressed is diverted instead of       *
      * either.                                                    *
      *----------------------------------------------------------*
       2100-EDIT-RECORD-PARA.
           IF RAW-DET-EFF-DATE NOT = SPACES
               PERFORM 2300-WRITE-REJECT-PARA THRU 2300-EXIT
               GO TO 2100-EXIT.
           IF RAW-DET-LANG-CD = SPACES
               GO TO 2100-CLEAN.
           IF RAW-DET-LANG-CD NOT ALPHABETIC
               MOVE '01' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT-PARA THRU 2300-EXIT
               GO TO 2100-EXIT.
           PERFORM 2400-LOOKUP-LANG-PARA THRU 2400-EXIT.
           IF NOT WS-LAST-ON-MASTER
               MOVE '02' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT-PARA THRU 2300-EXIT
               GO TO 2100-EXIT.
       2100-CLEAN.
           PERFORM 2800-CHECK-SUPPRESS-PARA THRU 2800-EXIT.
           IF WS-SUPPRESSED
               PERFORM 2850-WRITE-SUPPRESSED-PARA THRU 2850-EXIT
           ELSE
               PERFORM 2150-ROUTE-CLEAN-PARA THRU 2150-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      * 2150-ROUTE-CLEAN-PARA sends a detail that passed every     *
      * edit where it belongs: a record dated after the cycle      *
      * date is held on the pending file for its due cycle,        *
      * anything else goes out to the good file today. An          *
      * expedite has nowhere to hold one, and rejects it instead.  *
      *----------------------------------------------------------*
       2150-ROUTE-CLEAN-PARA.
           IF RAW-DET-EFF-DATE NUMERIC
                   AND RAW-DET-EFF-DATE > WS-CYCLE-DATE
                   AND WS-EXPEDITE
               MOVE '08' TO WS-REJ-REASON
               PERFORM 2300-WRITE-REJECT-PARA THRU 2300-EXIT
               GO TO 2150-EXIT.
           IF RAW-DET-EFF-DATE NUMERIC
                   AND RAW-DET-EFF-DATE > WS-CYCLE-DATE
               PERFORM 2250-WRITE-PENDING-PARA THRU 2250-EXIT
      *----------------------------------------------------------*
      * 2200-WRITE-GOOD-PARA writes one clean request in the bare  *
      * layout EVANCOLWELL reads - the language code and the       *
      * optional recipient name, then the greeting's lineage in    *
      * the EVANCIN positions: the site, the stamped batch date    *
      * and position, and the batch's origin. The rest of the      *
      * batch bookkeeping stops at this edit.                      *
      *----------------------------------------------------------*
       2200-WRITE-GOOD-PARA.
           IF WS-GOOD-OPENED
               MOVE SPACES TO GOOD-RECORD
               MOVE RAW-DET-LANG-CD TO GOOD-RECORD (1:2)
               MOVE RAW-DET-NAME TO GOOD-RECORD (3:25)
               MOVE WS-BATCH-SITE TO GOOD-RECORD (28:8)
               MOVE RAW-DET-ORIG-DATE TO GOOD-RECORD (36:8)
               MOVE RAW-DET-ORIG-POS TO GOOD-RECORD (44:6)
               MOVE WS-BATCH-ORIGIN TO GOOD-RECORD (50:1)
               WRITE GOOD-RECORD
               ADD 1 TO WS-GOOD-COUNT
           END-IF.
           EXIT.
      *----------------------------------------------------------*
      * 2250-WRITE-PENDING-PARA holds one clean future-dated       *
      * detail on the pending file, raw record intact but for its  *
      * lineage stamp, so EVANCREL can re-enter it through this    *
      * same edit on its due cycle.                                *
      *----------------------------------------------------------*
       2250-WRITE-PENDING-PARA.
           IF WS-PND-OPENED
           SET WS-BATCH-OPEN TO TRUE.
           MOVE RAW-HDR-SITE-ID TO WS-BATCH-SITE.
           MOVE RAW-HDR-CREATE-DATE TO WS-BATCH-DATE.
           MOVE RAW-HDR-ORIGIN TO WS-BATCH-ORIGIN.
           MOVE 0 TO WS-BATCH-DET-COUNT.
           ADD 1 TO WS-BATCH-COUNT.
           PERFORM 2550-CHECK-SITE-PARA THRU 2550-EXIT.
               NOT INVALID KEY
                   IF STE-ACTIVE
                       SET WS-BATCH-OK TO TRUE
                       MOVE STE-LANG-CD TO WS-BATCH-LANG-CD
                   ELSE
                       MOVE '05' TO WS-BATCH-REJ-REASON
                       DISPLAY 'EVANCEDT: BATCH FROM ' WS-BATCH-SITE
      * already accepted, and the whole batch diverts; a record    *
      * under this same cycle is a deliberate rerun of the edit    *
      * and passes, since it is the operator re-editing, not the   *
      * site re-sending - but only for the run that took it: a     *
      * batch an expedite took diverts from the nightly edit and   *
      * from every other expedite, and the other way about.        *
      *----------------------------------------------------------*
       2560-CHECK-DUP-BATCH-PARA.
           IF NOT WS-BRG-OPENED
                   CONTINUE
               NOT INVALID KEY
                   IF BRG-CYCLE-DATE NOT = WS-CYCLE-DATE
                           OR BRG-EXPEDITE-NO NOT = WS-XPD-ID
                       MOVE 'N' TO WS-BATCH-OK-SW
                       MOVE '06' TO WS-BATCH-REJ-REASON
                       DISPLAY 'EVANCEDT: BATCH FROM ' WS-BATCH-SITE
                           ' OF ' WS-BATCH-DATE
                           ' ALREADY ACCEPTED ON CYCLE '
                           BRG-CYCLE-DATE ', REJECTING RETRANSMIT'
                       IF BRG-EXPEDITE-NO NOT = SPACES
                           DISPLAY 'EVANCEDT: BATCH WAS TAKEN BY '
                               'EXPEDITE ' BRG-EXPEDITE-NO
                       END-IF
                   END-IF
           END-READ.
       2560-EXIT.
           MOVE WS-BATCH-DATE TO BRG-CREATE-DATE.
           MOVE WS-CYCLE-DATE TO BRG-CYCLE-DATE.
           MOVE WS-BATCH-DET-COUNT TO BRG-DETAIL-COUNT.
           MOVE WS-XPD-ID TO BRG-EXPEDITE-NO.
           ACCEPT BRG-ACCEPT-DATE FROM DATE YYYYMMDD.
           ACCEPT BRG-ACCEPT-TIME FROM TIME.
           WRITE BRG-RECORD
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2800-CHECK-SUPPRESS-PARA looks the detail's recipient up   *
      * on the suppression master under the batch's site. A row    *
      * suppresses the detail when it covers every language or     *
      * the language the detail greets in, and has not expired by  *
      * the cycle date. A detail with no recipient name greets the *
      * world, not a person, and is never suppressed.              *
      *----------------------------------------------------------*
       2800-CHECK-SUPPRESS-PARA.
           MOVE 'N' TO WS-SUPPRESSED-SW.
           IF RAW-DET-NAME = SPACES OR NOT WS-SPM-OPENED
               GO TO 2800-EXIT.
           MOVE WS-BATCH-SITE TO SPM-SITE-ID.
           MOVE RAW-DET-NAME TO SPM-RECIP-NAME.
           READ SUPPRESS-FILE
               INVALID KEY
                   GO TO 2800-EXIT
           END-READ.
           IF SPM-EXPIRY-DATE NOT = SPACES
                   AND SPM-EXPIRY-DATE < WS-CYCLE-DATE
               GO TO 2800-EXIT.
           IF RAW-DET-LANG-CD = SPACES
               MOVE WS-BATCH-LANG-CD TO WS-DET-LANG-CD
           ELSE
               MOVE RAW-DET-LANG-CD TO WS-DET-LANG-CD
           END-IF.
           IF SPM-LANG-CD = SPACES OR SPM-LANG-CD = WS-DET-LANG-CD
               SET WS-SUPPRESSED TO TRUE
           END-IF.
       2800-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2850-WRITE-SUPPRESSED-PARA diverts one suppressed detail   *
      * to the suppressed file, raw record intact, for the sites'  *
      * suppression listing.                                       *
      *----------------------------------------------------------*
       2850-WRITE-SUPPRESSED-PARA.
           IF WS-SPD-OPENED
               MOVE SPACES TO SPD-RECORD
               MOVE WS-BATCH-SITE TO SPD-SITE-ID
               MOVE WS-BATCH-DATE TO SPD-BATCH-DATE
               MOVE WS-CYCLE-DATE TO SPD-CYCLE-DATE
               MOVE SPM-EXPIRY-DATE TO SPD-EXPIRY-DATE
               MOVE RAW-RECORD TO SPD-RAW-REC
               WRITE SPD-RECORD
               IF WS-SPD-OK
                   ADD 1 TO WS-SUPPRESS-COUNT
               ELSE
                   DISPLAY 'EVANCEDT: SUPPFILE WRITE FAILED, '
                       'STATUS=' WS-SPD-STATUS
                   SET WS-RC-FAILURE TO TRUE
               END-IF
           END-IF.
       2850-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 9000-CLOSE-PARA closes the files, reports the counts and   *
      * judges the reject rate against the abnormal-rate limit.    *
      *----------------------------------------------------------*
           IF WS-PND-OPENED
               CLOSE PENDING-FILE
           END-IF.
           IF WS-SPM-OPENED
               CLOSE SUPPRESS-FILE
           END-IF.
           IF WS-SPD-OPENED
               CLOSE SUPPRESSED-FILE
           END-IF.
           DISPLAY 'EVANCEDT: READ=' WS-READ-COUNT
               ' BATCHES=' WS-BATCH-COUNT
               ' DETAILS=' WS-DETAIL-COUNT
               ' GOOD=' WS-GOOD-COUNT
               ' HELD=' WS-HELD-COUNT
               ' REJECTED=' WS-REJECT-COUNT
               ' BATCH-REJECTS=' WS-BATCH-REJ-COUNT
               ' SUPPRESSED=' WS-SUPPRESS-COUNT.
      *A diverted batch is rejected work the submitting site has
      *to be told about, so it warns like any other reject, but
      *it sits outside the reject-rate judgement below - one dead
               END-IF
           END-IF.
           PERFORM 8800-LOG-RUN-MSG-PARA THRU 8800-EXIT.
           IF NOT WS-RERUN AND NOT WS-REFUSED
               MOVE SPACES TO RUN-REQUEST
               SET RUN-REQ-END TO TRUE
               MOVE WS-RUN-PROGRAM TO RUN-REQ-PROGRAM
               MOVE WS-CYCLE-DATE TO RUN-REQ-CYCLE-DATE
               MOVE WS-RUN-RC TO RUN-REQ-RC
      *The registry count is the accepted details - what actually
      *went forward to CLEANIN - so the cycle-close balancing can
      *tie it straight to the OUTFILE trailer.
               MOVE WS-GOOD-COUNT TO RUN-REQ-COUNT
      *The suppressed details ride beside it, so the balancing can
      *tie them to the suppressed file and the sites' listing.
               MOVE WS-SUPPRESS-COUNT TO RUN-REQ-SUPPRESS-COUNT
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
           MOVE WS-BATCH-REJ-COUNT TO WS-MSG-BATCHREJ.
           MOVE WS-MSG-SUMMARY TO MSG-REQ-TEXT.
           CALL 'EVANCMSG' USING MSG-REQUEST.
      *Suppressions are a normal outcome, logged for the record at
      *information level on a line of their own - the summary
      *line above is full.
           IF WS-SUPPRESS-COUNT > 0
               MOVE SPACES TO MSG-REQUEST
               MOVE WS-RUN-PROGRAM TO MSG-REQ-PROGRAM
               MOVE WS-CYCLE-DATE TO MSG-REQ-CYCLE-DATE
               SET MSG-REQ-INFO TO TRUE
               MOVE WS-SUPPRESS-COUNT TO WS-MSG-SUPPRESSED
               MOVE WS-MSG-SUPPRESS-SUMMARY TO MSG-REQ-TEXT
               CALL 'EVANCMSG' USING MSG-REQUEST
           END-IF.
       8800-EXIT.
           EXIT.
