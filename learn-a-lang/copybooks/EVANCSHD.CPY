      *Record layout for the split hold file. One record per
      *greeting EVANCSPL kept back because every active site its
      *transmission file serves is closed on the processing
      *calendar for the cycle: the cycle it was first held on,
      *the split slot it routes to, and the language and wording
      *of the output detail. Each cycle's EVANCSPL reads the
      *previous hold generation back ahead of the day's output,
      *sends what now has an open site and holds the rest again,
      *so a closed site's greetings wait for it instead of
      *going out to nobody.
      *A greeting is also held, whatever the calendar says, when
      *EVANCVOL found its site's volume for the night out of
      *tolerance at error level and the site master says to hold
      *on that. Such a record carries the site and a volume hold
      *reason, and stays held until an operator releases the
      *site's cycle on the volume hold register through EVANCVRL.
      *The site is spaces on a greeting issued before its site
      *was carried on the output detail.
       01 SHD-RECORD.
           05 SHD-HELD-CYCLE PIC X(08).
           05 SHD-SLOT PIC 9(02).
           05 SHD-LANG-CD PIC X(02).
           05 SHD-TEXT PIC X(70).
           05 SHD-SITE-ID PIC X(08).
           05 SHD-HOLD-REASON PIC X(01).
               88 SHD-CALENDAR-HOLD VALUE SPACE.
               88 SHD-VOLUME-HOLD VALUE 'V'.
           05 FILLER PIC X(09).
