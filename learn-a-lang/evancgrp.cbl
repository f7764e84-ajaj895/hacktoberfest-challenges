      *input sorted by site costs one read per site, not one per
      *record.
      *
      *A wording version scheduled ahead of time on the wording
      *schedule file replaces the master row's wording for the
      *cycles its start and end dates cover, so the caller passes
      *the stream's cycle date and gets whichever version is in
      *force for it. A schedule file that cannot be opened is
      *reported once and the standing master row is used.
      *
      *Linkage:
      * LK-LANG-CD        (in)  two-letter site language code
      * HELLO-WORLD-GROUP (out) HELLO/SEP/WORLD filled in from the
      *                         the &NAME token, spaces when the
      *                         row has none or the code was not
      *                         on the master
      * LK-CYCLE-DATE     (in)  the stream's cycle date YYYYMMDD,
      *                         picking the scheduled wording
      *                         version in force
      *
      *Compiled the same way as EVANCOLWELL:
      * cobc -x evancgrp.cbl -I copybooks
      *                 recipient-name substitution in
      *                 EVANCOLWELL. Callers must pass the new
      *                 third parameter (EVANCTPL).
      * 2026-10-15  EC  Picked the wording version in force for the
      *                 cycle off the wording schedule file, ahead
      *                 of the standing master row. Callers must
      *                 pass the cycle date as the new fourth
      *                 parameter.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCGRP.
       AUTHOR. EVANCOLWELL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-PRM-STATUS.
           SELECT SCHED-FILE ASSIGN TO "PRMSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSC-KEY
               FILE STATUS IS WS-PSC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCPRM.
       FD  SCHED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVANCPSC.
       WORKING-STORAGE SECTION.
       01 WS-PRM-STATUS PIC X(02).
           88 WS-PRM-OK VALUE '00'.
       01 WS-PRM-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-PRM-OPENED VALUE 'Y'.
       01 WS-PSC-STATUS PIC X(02).
           88 WS-PSC-OK VALUE '00'.
       01 WS-PSC-OPENED-SW PIC X(01) VALUE 'N'.
           88 WS-PSC-OPENED VALUE 'Y'.
       01 WS-PSC-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-PSC-EOF VALUE 'Y'.
      *First-call switch: the open is attempted once; an open
      *failure is reported once and every lookup thereafter falls
      *through to the caller's wording instead of repeating the
      *message per record.
       01 WS-INIT-SW PIC X(01) VALUE 'N'.
           88 WS-INITIALIZED VALUE 'Y'.
      *Cache of the last code and cycle looked up and what came
      *back for them.
       01 WS-LAST-LANG-CD PIC X(02) VALUE LOW-VALUES.
       01 WS-LAST-CYCLE-DATE PIC X(08) VALUE LOW-VALUES.
       01 WS-LAST-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-LAST-FOUND VALUE 'Y'.
       01 WS-LAST-HELLO PIC X(05).
       01 LK-LANG-CD PIC X(02).
           COPY EVANCGRC.
           COPY EVANCTPL.
       01 LK-CYCLE-DATE PIC X(08).
       PROCEDURE DIVISION USING LK-LANG-CD HELLO-WORLD-GROUP
           GREETING-TEMPLATE LK-CYCLE-DATE.
       0000-MAINLINE.
           IF NOT WS-INITIALIZED
               PERFORM 1000-OPEN-MASTER-PARA THRU 1000-EXIT
           END-IF.
           IF LK-LANG-CD NOT = WS-LAST-LANG-CD
                   OR LK-CYCLE-DATE NOT = WS-LAST-CYCLE-DATE
               PERFORM 2000-LOOKUP-PARA THRU 2000-EXIT
           END-IF.
           MOVE SPACES TO TMPL-TEXT.
           END-IF.
           GOBACK.
      *----------------------------------------------------------*
      * 1000-OPEN-MASTER-PARA opens the parameter master and the   *
      * wording schedule on the first call of the run.             *
      *----------------------------------------------------------*
       1000-OPEN-MASTER-PARA.
           OPEN INPUT PARM-FILE.
                   WS-PRM-STATUS
                   ', USING CALLER WORDING'
           END-IF.
           OPEN INPUT SCHED-FILE.
           IF WS-PSC-OK
               SET WS-PSC-OPENED TO TRUE
           ELSE
               DISPLAY 'EVANCGRP: UNABLE TO OPEN PRMSCHD, STATUS='
                   WS-PSC-STATUS
                   ', USING STANDING MASTER WORDING'
           END-IF.
           SET WS-INITIALIZED TO TRUE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2000-LOOKUP-PARA reads the master for the requested code,  *
      * lets a scheduled version in force for the cycle replace    *
      * its wording, and caches the verdict for the next call.     *
      *----------------------------------------------------------*
       2000-LOOKUP-PARA.
           MOVE LK-LANG-CD TO WS-LAST-LANG-CD.
           MOVE LK-CYCLE-DATE TO WS-LAST-CYCLE-DATE.
           MOVE 'N' TO WS-LAST-FOUND-SW.
           IF NOT WS-PRM-OPENED
               GO TO 2000-EXIT.
                   MOVE PRM-WORLD-TEXT TO WS-LAST-WORLD
                   MOVE PRM-TEMPLATE-TEXT TO WS-LAST-TMPL
           END-READ.
           IF WS-LAST-FOUND AND WS-PSC-OPENED
               PERFORM 2100-SCHEDULE-PARA THRU 2100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 2100-SCHEDULE-PARA browses the code's scheduled versions   *
      * in start-date order up to the cycle date. A live version   *
      * whose end date has not passed is in force and its wording  *
      * replaces the master row's; EVANCMNT refuses overlapping    *
      * versions, so at most one qualifies.                        *
      *----------------------------------------------------------*
       2100-SCHEDULE-PARA.
           MOVE 'N' TO WS-PSC-EOF-SW.
           MOVE LK-LANG-CD TO PSC-LANG-CD.
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
           IF PSC-LANG-CD NOT = LK-LANG-CD
                   OR PSC-START-DATE > LK-CYCLE-DATE
               SET WS-PSC-EOF TO TRUE
               GO TO 2150-EXIT.
           IF PSC-SCHEDULED
                   AND (PSC-END-DATE = SPACES
                        OR PSC-END-DATE NOT < LK-CYCLE-DATE)
               MOVE PSC-HELLO-TEXT TO WS-LAST-HELLO
               MOVE PSC-WORLD-TEXT TO WS-LAST-WORLD
               MOVE PSC-TEMPLATE-TEXT TO WS-LAST-TMPL
           END-IF.
       2150-EXIT.
           EXIT.
