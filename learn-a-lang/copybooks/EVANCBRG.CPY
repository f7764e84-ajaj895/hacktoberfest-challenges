      *out a second time. The cycle date the batch was accepted
      *under is carried so a deliberate same-cycle rerun of the
      *edit can be told apart from a cross-cycle retransmission.
      *A batch an intraday expedite took carries the expedite's
      *number (spaces for the nightly edit), so the nightly edit of
      *the same cycle - or another expedite - sees it as already
      *taken rather than as its own rerun.
       01 BRG-RECORD.
           05 BRG-KEY.
               10 BRG-SITE-ID PIC X(08).
           05 BRG-DETAIL-COUNT PIC 9(06).
           05 BRG-ACCEPT-DATE PIC X(08).
           05 BRG-ACCEPT-TIME PIC X(08).
           05 BRG-EXPEDITE-NO PIC X(02).
           05 FILLER PIC X(32).
