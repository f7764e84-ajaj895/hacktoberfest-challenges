      *
      *Modification History:
      * 2026-08-22  EC  Initial version.
      * 2026-10-15  EC  Booked the edit's suppressed request count
      *                 on its record beside the record count.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCRUN.
       AUTHOR. EVANCOLWELL.
           MOVE SPACES TO RUN-END-TIME.
           MOVE 0 TO RUN-RETURN-CODE.
           MOVE 0 TO RUN-RECORD-COUNT.
           MOVE 0 TO RUN-SUPPRESS-COUNT.
           IF WS-REC-FOUND
               REWRITE RUN-RECORD
                   INVALID KEY
           ACCEPT RUN-END-TIME FROM TIME.
           MOVE RUN-REQ-RC TO RUN-RETURN-CODE.
           MOVE RUN-REQ-COUNT TO RUN-RECORD-COUNT.
      *Only the edit sets the suppressed count; every other caller
      *clears the request to spaces, which books as zero.
           IF RUN-REQ-SUPPRESS-COUNT NUMERIC
               MOVE RUN-REQ-SUPPRESS-COUNT TO RUN-SUPPRESS-COUNT
           ELSE
               MOVE 0 TO RUN-SUPPRESS-COUNT
           END-IF.
           IF WS-REC-FOUND
               REWRITE RUN-RECORD
                   INVALID KEY
