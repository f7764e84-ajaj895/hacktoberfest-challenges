      *against. The detail record carries the language code the
      *greeting was issued under, so reporting can attribute each
      *greeting to its language instead of matching wording text.
      *Behind the text the detail carries the greeting's lineage
      *from the clean input record - site, batch creation date,
      *position in the batch, origin ('P' released from pending,
      *'R' recycled from a reject, spaces neither) and recipient
      *name - so the history master can answer a site dispute
      *without anyone searching raw input generations.
       01 OUT-RECORD.
           05 OUT-REC-TYPE PIC X(01).
           05 OUT-DATA PIC X(129).
       01 OUT-DETAIL-REC REDEFINES OUT-RECORD.
           05 OUT-DET-TYPE PIC X(01).
               88 OUT-IS-DETAIL VALUE 'D'.
           05 OUT-DET-LANG-CD PIC X(02).
           05 OUT-DET-TEXT PIC X(70).
           05 FILLER PIC X(01).
           05 OUT-DET-SITE-ID PIC X(08).
           05 OUT-DET-BATCH-DATE PIC X(08).
           05 OUT-DET-BATCH-POS PIC 9(06).
           05 OUT-DET-ORIGIN PIC X(01).
           05 OUT-DET-NAME PIC X(25).
           05 FILLER PIC X(02).
       01 OUT-TRAILER-REC REDEFINES OUT-RECORD.
           05 OUT-TRL-TYPE PIC X(01).
               88 OUT-IS-TRAILER VALUE 'T'.
           05 OUT-TRL-COUNT PIC 9(06).
           05 FILLER PIC X(123).
