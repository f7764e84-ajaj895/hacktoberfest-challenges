      *cycle, and the active flag is how a decommissioned site is
      *turned away at the edit without deleting its row and its
      *contact trail.
      *The volume tolerance is how far the site's accepted count
      *for a cycle may stray from its trailing average before
      *EVANCVOL flags it: a warning past the warning number of
      *spreads (standard deviations), an error past the error
      *number, and neither unless the gap is also more than the
      *floor percentage of the average, so a steady site is not
      *flagged for a handful of requests. Spaces take EVANCVOL's
      *defaults. A site whose hold flag is 'Y' has its greetings
      *held out of the split on an error-level anomaly until an
      *operator releases them.
       01 STE-RECORD.
           05 STE-KEY.
               10 STE-SITE-ID PIC X(08).
               88 STE-INACTIVE VALUE 'I'.
           05 STE-CONTACT-NAME PIC X(25).
           05 STE-CONTACT-PHONE PIC X(12).
           05 STE-VOL-WARN-SPREAD PIC 9(01)V9(01).
           05 STE-VOL-ERROR-SPREAD PIC 9(01)V9(01).
           05 STE-VOL-FLOOR-PCT PIC 9(03).
           05 STE-VOL-HOLD-SW PIC X(01).
               88 STE-VOL-HOLD-ON-ERROR VALUE 'Y'.
           05 FILLER PIC X(22).
