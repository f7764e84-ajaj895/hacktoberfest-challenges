      *versus carried so the day's totals tie end to end against
      *the edit's held count.
      *
      *The re-entry batch headers are marked as releases of held
      *requests, and each held record still carries the lineage
      *stamp of the batch it first arrived in, so the greeting it
      *becomes is traced back to that batch, not to the release.
      *
      *A due record for a site the processing calendar shows
      *closed on the cycle date is not released into a day the
      *site takes no transmission: it is rolled forward with the
      *site's next open day as its effective date and released
      *by that day's sweep. A record whose site has no open day
      *within the calendar's reach carries forward as it is and
      *is looked at again next cycle.
      *
      *The PARM carries the stream's cycle date (YYYYMMDD); a
      *blank PARM takes today's date.
      *
      * 2026-09-02  EC  Logged the run's outcome to the central
      *                 operations message file through EVANCMSG
      *                 for the nightly exception digest.
      * 2026-10-15  EC  Rolled due records for a site closed on
      *                 the cycle date forward to the site's next
      *                 open day off the processing calendar.
      * 2026-10-15  EC  Marked the re-entry batch headers as
      *                 releases of held pending requests for
      *                 greeting lineage.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCREL.
       AUTHOR. EVANCOLWELL.
           05 FILLER PIC X(01) VALUE 'H'.
           05 WS-HDR-SITE-ID PIC X(08).
           05 WS-HDR-CREATE-DATE PIC X(08).
           05 FILLER PIC X(01) VALUE 'P'.
           05 FILLER PIC X(62) VALUE SPACES.
       01 WS-RAW-TRAILER-REC.
           05 FILLER PIC X(01) VALUE 'T'.
           05 WS-TRL-COUNT PIC 9(06).
       01 WS-RELEASED-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-CARRIED-COUNT PIC 9(08) VALUE 0 COMP.
       01 WS-BATCH-COUNT PIC 9(05) VALUE 0 COMP.
      *Due records rolled to the site's next open day; they are
      *also in the carried count, which ties read to released
      *plus carried.
       01 WS-ROLLED-COUNT PIC 9(08) VALUE 0 COMP.
      *Processing calendar request area, shared with the EVANCCLK
      *subprogram via copybook. A calendar that can't be read is
      *warned about once and every due record is released as if
      *its site were open - a missed holiday costs a late ack,
      *a stranded hold costs a greeting.
           COPY EVANCCLQ.
       01 WS-CAL-WARNED-SW PIC X(01) VALUE 'N'.
           88 WS-CAL-WARNED VALUE 'Y'.
      *Run outcome, reflected into RETURN-CODE at end of run, the
      *same 0/4/8 convention the rest of the suite uses: 0 =
      *sweep complete (an empty holding file is a normal day),
      *4 = the processing calendar could not be read, 8 = a file
      *could not be opened or the due-record table overflowed.
       01 WS-RUN-RC PIC 9(03) VALUE 0.
           88 WS-RC-SUCCESS VALUE 0.
           88 WS-RC-WARNING VALUE 4.
           05 WS-MSG-RELEASED PIC 9(08).
           05 FILLER PIC X(09) VALUE ' CARRIED='.
           05 WS-MSG-CARRIED PIC 9(08).
           05 FILLER PIC X(08) VALUE ' ROLLED='.
           05 WS-MSG-ROLLED PIC 9(08).
       LINKAGE SECTION.
      *Standard MVS batch PARM linkage: the system passes the PARM
      *text from the EXEC statement as a halfword length followed
           EXIT.
      *----------------------------------------------------------*
      * 2000-SWEEP-PARA reads one held record: due ones go to the  *
      * release table, future ones carry straight forward. A due   *
      * record whose site is closed today rolls forward instead.   *
      *----------------------------------------------------------*
       2000-SWEEP-PARA.
           READ PENDING-IN-FILE
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           IF PND-EFF-DATE NOT > WS-CYCLE-DATE
               PERFORM 2050-CHECK-CALENDAR-PARA THRU 2050-EXIT
               IF CAL-REQ-CLOSED
                   PERFORM 2150-ROLL-FORWARD-PARA THRU 2150-EXIT
               ELSE
                   PERFORM 2100-TAKE-DUE-PARA THRU 2100-EXIT
               END-IF
           ELSE
               PERFORM 2200-CARRY-FORWARD-PARA THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2050-CHECK-CALENDAR-PARA asks EVANCCLK whether the due     *
      * record's site is processing on the cycle date.             *
      *----------------------------------------------------------*
       2050-CHECK-CALENDAR-PARA.
           MOVE SPACES TO CAL-REQUEST.
           MOVE PND-SITE-ID TO CAL-REQ-SITE-ID.
           MOVE WS-CYCLE-DATE TO CAL-REQ-DATE.
           CALL 'EVANCCLK' USING CAL-REQUEST.
           IF CAL-REQ-ERROR AND NOT WS-CAL-WARNED
               DISPLAY 'EVANCREL: PROCESSING CALENDAR UNAVAILABLE, '
                   'RELEASING WITHOUT CLOSED-DAY CHECK'
               SET WS-CAL-WARNED TO TRUE
               IF NOT WS-RC-FAILURE
                   SET WS-RC-WARNING TO TRUE
               END-IF
           END-IF.
       2050-EXIT.
           EXIT.
       2100-TAKE-DUE-PARA.
           IF WS-DUE-USED = WS-DUE-MAX
               DISPLAY 'EVANCREL: MORE THAN ' WS-DUE-MAX
           MOVE 'N' TO WS-DUE-WRITTEN-SW (WS-DUE-USED).
       2100-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2150-ROLL-FORWARD-PARA carries a due record for a closed   *
      * site forward with the site's next open day as its          *
      * effective date, so that day's sweep releases it. The raw   *
      * request itself is not touched.                             *
      *----------------------------------------------------------*
       2150-ROLL-FORWARD-PARA.
           IF CAL-REQ-NEXT-OPEN NOT = SPACES
               MOVE CAL-REQ-NEXT-OPEN TO WS-CARRY-EFF-DATE
           ELSE
               MOVE PND-EFF-DATE TO WS-CARRY-EFF-DATE
           END-IF.
           PERFORM 2250-WRITE-CARRY-PARA THRU 2250-EXIT.
           IF WS-POT-OPENED
               ADD 1 TO WS-ROLLED-COUNT
           END-IF.
       2150-EXIT.
           EXIT.
       2200-CARRY-FORWARD-PARA.
           MOVE PND-EFF-DATE TO WS-CARRY-EFF-DATE.
           PERFORM 2250-WRITE-CARRY-PARA THRU 2250-EXIT.
       2200-EXIT.
           EXIT.
       2250-WRITE-CARRY-PARA.
           IF WS-POT-OPENED
               MOVE PND-SITE-ID TO WS-CARRY-SITE
               MOVE PND-LANG-CD TO WS-CARRY-LANG
               MOVE PND-RAW-REC TO WS-CARRY-RAW
               WRITE POT-RECORD FROM WS-CARRY-REC
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.
       2250-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 3000-BUILD-BATCHES-PARA wraps the released records in      *
               ' READ=' WS-READ-COUNT
               ' RELEASED=' WS-RELEASED-COUNT
               ' CARRIED=' WS-CARRIED-COUNT
               ' ROLLED=' WS-ROLLED-COUNT
               ' BATCHES=' WS-BATCH-COUNT.
           PERFORM 8800-LOG-RUN-MSG-PARA THRU 8800-EXIT.
       9000-EXIT.
           END-EVALUATE.
           MOVE WS-RELEASED-COUNT TO WS-MSG-RELEASED.
           MOVE WS-CARRIED-COUNT TO WS-MSG-CARRIED.
           MOVE WS-ROLLED-COUNT TO WS-MSG-ROLLED.
           MOVE WS-MSG-SUMMARY TO MSG-REQ-TEXT.
           CALL 'EVANCMSG' USING MSG-REQUEST.
       8800-EXIT.
