      *
      *Modification History:
      * 2026-08-22  EC  Initial version.
      * 2026-10-15  EC  Showed records the EVANCBKO cycle backout
      *                 marked as BACKOUT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVANCRNI.
       AUTHOR. EVANCOLWELL.
           END-IF.
           MOVE RUN-CYCLE-DATE TO WS-DET-CYCLE.
           MOVE RUN-PROGRAM-ID TO WS-DET-PROGRAM.
           EVALUATE TRUE
               WHEN RUN-COMPLETE
                   MOVE 'COMPLETE' TO WS-DET-STATUS
               WHEN RUN-BACKED-OUT
                   MOVE 'BACKOUT' TO WS-DET-STATUS
               WHEN OTHER
                   MOVE 'STARTED' TO WS-DET-STATUS
           END-EVALUATE.
           MOVE RUN-START-DATE TO WS-DET-START-DATE.
           MOVE RUN-START-TIME TO WS-DET-START-TIME.
           MOVE RUN-END-DATE TO WS-DET-END-DATE.
