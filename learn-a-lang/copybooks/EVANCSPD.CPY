      *Record layout for the suppressed-request file. One record
      *per raw detail EVANCEDT diverted because its recipient is
      *on the suppression master, carrying the submitting site,
      *the batch's creation date, the cycle it arrived on, the
      *expiry date of the suppression that stopped it, and the
      *raw record itself untouched. A suppressed request is not
      *an error: it never goes to the reject file or the recycle,
      *and EVANCSUL prints each site's suppressions for the cycle
      *from this file.
       01 SPD-RECORD.
           05 SPD-SITE-ID PIC X(08).
           05 SPD-BATCH-DATE PIC X(08).
           05 SPD-CYCLE-DATE PIC X(08).
           05 SPD-EXPIRY-DATE PIC X(08).
           05 SPD-RAW-REC PIC X(80).
           05 FILLER PIC X(08).
