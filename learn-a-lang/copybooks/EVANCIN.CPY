      *The optional recipient name feeds the wording template's
      *substitution token, so a greeting can address a person
      *instead of the world; blank means the plain banner.
      *The lineage fields come from EVANCEDT: the submitting site,
      *the creation date of the batch the request first arrived
      *in and its position within that batch, and how it came to
      *this cycle - spaces straight from the site's transmission,
      *'P' held as pending and released, 'R' recycled from a
      *reject. EVANCOLWELL carries them onto the output detail.
       01 IN-RECORD.
           05 IN-LANG-CD PIC X(02).
           05 IN-NAME PIC X(25).
           05 IN-SITE-ID PIC X(08).
           05 IN-BATCH-DATE PIC X(08).
           05 IN-BATCH-POS PIC 9(06).
           05 IN-ORIGIN PIC X(01).
               88 IN-RELEASED VALUE 'P'.
               88 IN-RECYCLED VALUE 'R'.
           05 FILLER PIC X(30).
