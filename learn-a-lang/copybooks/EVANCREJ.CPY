      *the EVANCRCY recycle can match corrections and age what
      *stays uncorrected by site without re-deriving the batch
      *each reject fell out of.
      *An intraday expedite has no pending file to hold a future-
      *dated detail on, so it rejects one behind its own reason.
       01 REJ-RECORD.
           05 REJ-REASON-CD PIC X(02).
               88 REJ-LANG-NOT-ALPHA VALUE '01'.
               88 REJ-SITE-INACTIVE VALUE '05'.
               88 REJ-DUPLICATE-BATCH VALUE '06'.
               88 REJ-BAD-EFF-DATE VALUE '07'.
               88 REJ-EXPEDITE-FUTURE VALUE '08'.
           05 REJ-INPUT-REC PIC X(80).
           05 REJ-SITE-ID PIC X(08).
           05 FILLER PIC X(02).
