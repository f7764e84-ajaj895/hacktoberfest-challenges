      *discipline the output side has with OUT-TRL-COUNT. The
      *clean file EVANCOLWELL reads stays in the bare EVANCIN
      *layout - headers and trailers stop at the edit.
      *The header's origin is spaces on a site's own transmission.
      *The suite's re-entry batches mark it: 'P' for EVANCREL's
      *release of held pending requests, 'R' for EVANCRCY's
      *recycle of corrected rejects.
       01 RAW-RECORD.
           05 RAW-REC-TYPE PIC X(01).
           05 RAW-DATA PIC X(79).
               88 RAW-IS-HEADER VALUE 'H'.
           05 RAW-HDR-SITE-ID PIC X(08).
           05 RAW-HDR-CREATE-DATE PIC X(08).
           05 RAW-HDR-ORIGIN PIC X(01).
               88 RAW-HDR-RELEASED VALUE 'P'.
               88 RAW-HDR-RECYCLED VALUE 'R'.
           05 FILLER PIC X(62).
      *A detail's effective date says when the greeting should be
      *issued: spaces (or the cycle date or earlier) means this
      *cycle, a future date sends the record to the pending
      *holding file at the edit until EVANCREL releases it on its
      *due cycle.
      *The original batch date and position are the suite's, not
      *the site's: EVANCEDT stamps them with the batch a detail
      *first arrived in, and a detail held on the pending file or
      *bounced to the reject file keeps that stamp when it comes
      *back through the edit inside a re-entry batch.
       01 RAW-DETAIL-REC REDEFINES RAW-RECORD.
           05 RAW-DET-TYPE PIC X(01).
               88 RAW-IS-DETAIL VALUE 'D'.
           05 RAW-DET-LANG-CD PIC X(02).
           05 RAW-DET-EFF-DATE PIC X(08).
           05 RAW-DET-NAME PIC X(25).
           05 RAW-DET-ORIG-DATE PIC X(08).
           05 RAW-DET-ORIG-POS PIC 9(06).
           05 FILLER PIC X(30).
       01 RAW-TRAILER-REC REDEFINES RAW-RECORD.
           05 RAW-TRL-TYPE PIC X(01).
               88 RAW-IS-TRAILER VALUE 'T'.
