      *Callable processing calendar lookup for the CSA- --
      *Hacktoberfest-Challenges 2020 greeting job.
      *Written by Evan Colwell
      *
      *EVANCCLK answers one question for every program that has
      *to know whether a site is processing on a given day: is
      *this site open on this date, and if not, why not and when
      *is it next open. The answer comes off the processing
      *calendar master EVANCCMT maintains, so EVANCREL, EVANCSPL,
      *EVANCACK and EVANCMVS all read one calendar the same way
      *instead of each carrying its own idea of a closed day.
      *
      *A date with no calendar row is an open day. For a closed
      *day the site's next open day is found by stepping forward
      *a day at a time, at most a year - a site closed for longer
      *than that is decommissioned, not on holiday, and gets its
      *next open day back as spaces.
      *
      *The calendar is opened on the first call and stays open
      *for the life of the run, the same as EVANCGRP holds the
      *parameter master; the last site and date asked about are
      *cached, since callers tend to ask the same question for
      *every record of a site. A calendar that cannot be opened
      *is reported once and every answer after that is ERROR.
      *
      *Linkage:
      * CAL-REQUEST (in/out) see EVANCCLQ
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evancclk.cbl -I copybooks
      *
      *Modification History:
      * 2026-10-15  EC  Initial version.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCCLK.
       AUTHOR. EVANCOLWELL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCCAL.
       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS PIC X(02).
           88 WS-CAL-OK VALUE '00'.
       01 WS-CAL-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-CAL-OPENED VALUE 'Y'.
      *First-call switch: the open is attempted once; an open
      *failure is reported once and every lookup thereafter
      *answers ERROR instead of repeating the message per record.
       01 WS-INIT-SW PIC X(01) VALUE 'N'.
           88 WS-INITIALIZED VALUE 'Y'.
      *Cache of the last site and date looked up and the answer
      *that came back for them.
       01 WS-LAST-SITE-ID PIC X(08) VALUE LOW-VALUES.
       01 WS-LAST-DATE PIC X(08) VALUE LOW-VALUES.
       01 WS-LAST-RESULT PIC X(01).
       01 WS-LAST-REASON PIC X(30).
       01 WS-LAST-NEXT-OPEN PIC X(08).
      *Next-open-day search state: the closed day as a day
      *number, the day being tried, and the one-year limit.
       01 WS-DATE-NUM PIC 9(08).
       01 WS-DAY-NUM PIC 9(08) VALUE 0 COMP.
       01 WS-TRY-DATE PIC 9(08).
       01 WS-TRY-X PIC X(08).
       01 WS-DAYS-TRIED PIC 9(03) VALUE 0 COMP.
       01 WS-DAYS-MAX PIC 9(03) VALUE 366 COMP.
       01 WS-OPEN-FOUND-SW PIC X(01).
           88 WS-OPEN-FOUND VALUE 'Y'.
       LINKAGE SECTION.
           COPY EVANCCLQ.
       PROCEDURE DIVISION USING CAL-REQUEST.
       0000-MAINLINE.
           IF NOT WS-INITIALIZED
               PERFORM 1000-OPEN-CALENDAR-PARA THRU 1000-EXIT
           END-IF.
           IF NOT WS-CAL-OPENED
               SET CAL-REQ-ERROR TO TRUE
               MOVE SPACES TO CAL-REQ-REASON
               MOVE SPACES TO CAL-REQ-NEXT-OPEN
               GOBACK.
           IF CAL-REQ-SITE-ID NOT = WS-LAST-SITE-ID
                   OR CAL-REQ-DATE NOT = WS-LAST-DATE
               PERFORM 2000-LOOKUP-PARA THRU 2000-EXIT
           END-IF.
           MOVE WS-LAST-RESULT TO CAL-REQ-RESULT.
           MOVE WS-LAST-REASON TO CAL-REQ-REASON.
           MOVE WS-LAST-NEXT-OPEN TO CAL-REQ-NEXT-OPEN.
           GOBACK.
      *----------------------------------------------------------*
      * 1000-OPEN-CALENDAR-PARA opens the calendar master on the   *
      * first call of the run.                                     *
      *----------------------------------------------------------*
       1000-OPEN-CALENDAR-PARA.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-OK
               SET WS-CAL-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCCLK: UNABLE TO OPEN CALMST, STATUS='
                   WS-CAL-STATUS
           END-IF.
           SET WS-INITIALIZED TO TRUE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-LOOKUP-PARA reads the calendar for the site and date  *
      * and, for a closed day, finds the site's next open day.     *
      * The verdict is cached for the next call.                   *
      *----------------------------------------------------------*
       2000-LOOKUP-PARA.
           MOVE CAL-REQ-SITE-ID TO WS-LAST-SITE-ID.
           MOVE CAL-REQ-DATE TO WS-LAST-DATE.
           MOVE 'O' TO WS-LAST-RESULT.
           MOVE SPACES TO WS-LAST-REASON.
           MOVE CAL-REQ-DATE TO WS-LAST-NEXT-OPEN.
           MOVE CAL-REQ-SITE-ID TO CAL-SITE-ID.
           MOVE CAL-REQ-DATE TO CAL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   GO TO 2000-EXIT
           END-READ.
           MOVE 'C' TO WS-LAST-RESULT.
           MOVE CAL-REASON TO WS-LAST-REASON.
           MOVE SPACES TO WS-LAST-NEXT-OPEN.
      *Only a real date can be stepped forward from; EVANCCMT
      *refuses any other, so this only trips on a damaged row.
           IF CAL-REQ-DATE NOT NUMERIC
               GO TO 2000-EXIT.
           MOVE CAL-REQ-DATE TO WS-DATE-NUM.
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM).
           MOVE 0 TO WS-DAYS-TRIED.
           MOVE 'N' TO WS-OPEN-FOUND-SW.
           PERFORM 2100-TRY-NEXT-DAY-PARA THRU 2100-EXIT
               UNTIL WS-OPEN-FOUND OR WS-DAYS-TRIED = WS-DAYS-MAX.
       2000-EXIT.
           EXIT.
       2100-TRY-NEXT-DAY-PARA.
           ADD 1 TO WS-DAYS-TRIED.
           ADD 1 TO WS-DAY-NUM.
           COMPUTE WS-TRY-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-NUM).
           MOVE WS-TRY-DATE TO WS-TRY-X.
           MOVE CAL-REQ-SITE-ID TO CAL-SITE-ID.
           MOVE WS-TRY-X TO CAL-DATE.
           READ CALENDAR-FILE
               INVALID KEY
                   SET WS-OPEN-FOUND TO TRUE
                   MOVE WS-TRY-X TO WS-LAST-NEXT-OPEN
           END-READ.
       2100-EXIT.
           EXIT.
