      *Record layout for the recipient suppression master file.
      *One record per person who has asked not to be greeted
      *again, keyed by the submitting site's id plus the
      *recipient name exactly as the site transmits it on
      *RAW-DET-NAME, maintained through EVANCSUP. EVANCEDT checks
      *every clean detail against it and diverts a suppressed
      *request to the suppressed file instead of issuing it, so
      *an opt-out no longer depends on the site remembering to
      *stop sending the record.
      *A language code of spaces suppresses the recipient in
      *every language; a code suppresses only greetings in that
      *language. An expiry date of spaces means the suppression
      *stands until it is deleted; otherwise it is in force
      *through the expiry date's cycle and lapses after it.
       01 SPM-RECORD.
           05 SPM-KEY.
               10 SPM-SITE-ID PIC X(08).
               10 SPM-RECIP-NAME PIC X(25).
           05 SPM-LANG-CD PIC X(02).
           05 SPM-EXPIRY-DATE PIC X(08).
           05 SPM-ADDED-DATE PIC X(08).
           05 FILLER PIC X(29).
