      *Record layout for the volume hold register. One record per
      *site and cycle EVANCVOL found out of tolerance at error
      *level for a site the site master says to hold, keyed by
      *the cycle date and site id. It carries the accepted count
      *that tripped the check, the trailing history it was judged
      *against and which way it strayed. EVANCSPL holds the
      *site's greetings for a cycle whose record is still held,
      *and sends them the first cycle after EVANCVRL marks the
      *record released, stamped with who released it and when.
       01 VHR-RECORD.
           05 VHR-KEY.
               10 VHR-CYCLE-DATE PIC X(08).
               10 VHR-SITE-ID PIC X(08).
           05 VHR-ACCEPTED-COUNT PIC 9(06).
           05 VHR-HIST-CYCLES PIC 9(02).
           05 VHR-AVERAGE PIC 9(06).
           05 VHR-SPREAD PIC 9(06).
           05 VHR-DIRECTION PIC X(01).
               88 VHR-HIGH VALUE 'H'.
               88 VHR-LOW VALUE 'L'.
           05 VHR-STATUS PIC X(01).
               88 VHR-HELD VALUE 'H'.
               88 VHR-RELEASED VALUE 'R'.
           05 VHR-HELD-DATE PIC X(08).
           05 VHR-HELD-TIME PIC X(08).
           05 VHR-RELEASE-DATE PIC X(08).
           05 VHR-RELEASE-TIME PIC X(08).
           05 VHR-RELEASE-USER PIC X(08).
           05 FILLER PIC X(02).
