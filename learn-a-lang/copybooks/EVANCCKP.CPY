      *the abended output generation and resumes from what
      *actually reached it, since the abend can land either side
      *of the last checkpoint taken.
      *The expedite number of the run that wrote the record rides
      *with it (spaces for the nightly run), so a run is never
      *restarted from another run's restart point.
       01 CKP-RECORD.
           05 CKP-STATUS PIC X(01).
               88 CKP-ACTIVE VALUE 'A'.
           05 CKP-OUT-SEQ PIC 9(06).
           05 CKP-DATE PIC X(08).
           05 CKP-TIME PIC X(08).
           05 CKP-EXPEDITE-NO PIC X(02).
           05 FILLER PIC X(47).
