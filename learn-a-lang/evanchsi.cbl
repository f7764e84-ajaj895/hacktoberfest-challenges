      *the master row - the answer to "what did the Spanish row
      *say before it was changed, and which transaction changed
      *it".
      *Wording schedule changes (SCH/CAN) also show the version's
      *start and end dates, and every applied change shows the
      *user who approved it as well as the one who staged it.
      *
      *Selection comes from the EXEC statement's PARM, three
      *fixed fields run together:
      *
      *Modification History:
      * 2026-08-22  EC  Initial version.
      * 2026-10-15  EC  Printed the start and end dates carried on
      *                 wording schedule history records.
      * 2026-10-15  EC  Printed the approving user now that changes
      *                 are applied under dual control.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCHSI.
       AUTHOR. EVANCOLWELL.
           05 FILLER PIC X(09) VALUE 'OUTCOME'.
           05 FILLER PIC X(06) VALUE 'LANG'.
           05 FILLER PIC X(16) VALUE 'BEFORE'.
           05 FILLER PIC X(16) VALUE 'AFTER'.
           05 FILLER PIC X(20) VALUE 'SCHEDULED'.
           05 FILLER PIC X(30) VALUE 'APPROVER'.
       01 WS-DETAIL-LINE.
           05 WS-DET-DATE PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 WS-DET-BEFORE PIC X(13).
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-DET-AFTER PIC X(13).
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-DET-SCHED-START PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 WS-DET-SCHED-END PIC X(08).
           05 FILLER PIC X(03) VALUE SPACES.
           05 WS-DET-APPROVER PIC X(08).
           05 FILLER PIC X(22) VALUE SPACES.
       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(08) VALUE 'PRINTED '.
           05 WS-SUM-PRINTED PIC ZZZZZZZ9.
           MOVE HST-LANG-CD TO WS-DET-LANG.
           MOVE HST-BEFORE-IMAGE (1:13) TO WS-DET-BEFORE.
           MOVE HST-AFTER-IMAGE (1:13) TO WS-DET-AFTER.
           MOVE HST-START-DATE TO WS-DET-SCHED-START.
           MOVE HST-END-DATE TO WS-DET-SCHED-END.
           MOVE HST-APPROVER TO WS-DET-APPROVER.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
