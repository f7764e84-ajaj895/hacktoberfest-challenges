      *refuse a second run for a cycle already complete, and what
      *the EVANCRNI inquiry lists in place of the hand-kept
      *spreadsheet of run outcomes.
      *The suppressed count is the edit's requests diverted by the
      *recipient suppression master - work that arrived but was
      *deliberately not issued - booked beside the accepted count
      *so the cycle-close balancing accounts for it. It is zero on
      *every other program's record.
      *A cycle reversed by the EVANCBKO backout has every record
      *marked backed out, with the date of the backout. A backed-
      *out record is not COMPLETE, so EVANCRUN takes a fresh START
      *over it and the cycle can be rerun under control; the
      *backout date stays on the record as a trace that it was.
       01 RUN-RECORD.
           05 RUN-KEY.
               10 RUN-CYCLE-DATE PIC X(08).
           05 RUN-STATUS-CD PIC X(01).
               88 RUN-STARTED VALUE 'S'.
               88 RUN-COMPLETE VALUE 'C'.
               88 RUN-BACKED-OUT VALUE 'B'.
           05 RUN-START-DATE PIC X(08).
           05 RUN-START-TIME PIC X(08).
           05 RUN-END-DATE PIC X(08).
           05 RUN-END-TIME PIC X(08).
           05 RUN-RETURN-CODE PIC 9(03).
           05 RUN-RECORD-COUNT PIC 9(08).
           05 RUN-SUPPRESS-COUNT PIC 9(08).
           05 RUN-BACKOUT-DATE PIC X(08).
           05 FILLER PIC X(01).
