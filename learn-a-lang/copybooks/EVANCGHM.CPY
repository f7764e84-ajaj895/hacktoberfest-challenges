      *EVANCHPG retention purge - one place to look up any
      *greeting instead of hunting through cataloged output
      *generations one at a time.
      *Sequence numbers from 900000 up are an intraday expedite's
      *greetings, loaded under the cycle they were booked to (see
      *EVANCXID).
      *The lineage fields are copied from the output detail: the
      *site, batch creation date and position in the batch the
      *greeting's request first arrived in, its origin ('P' held
      *as pending and released, 'R' recycled from a reject,
      *spaces neither) and the recipient name. Rows loaded before
      *lineage was carried have them all spaces.
       01 GHM-RECORD.
           05 GHM-KEY.
               10 GHM-RUN-DATE PIC X(08).
               10 GHM-SEQ PIC 9(06).
           05 GHM-LANG-CD PIC X(02).
           05 GHM-TEXT PIC X(70).
           05 GHM-SITE-ID PIC X(08).
           05 GHM-BATCH-DATE PIC X(08).
           05 GHM-BATCH-POS PIC 9(06).
           05 GHM-ORIGIN PIC X(01).
               88 GHM-RELEASED VALUE 'P'.
               88 GHM-RECYCLED VALUE 'R'.
           05 GHM-NAME PIC X(25).
           05 FILLER PIC X(06).
