      *Record layout for the retransmission register. One record
      *per transmission file EVANCRTX rebuilt from the greeting
      *history master and released for resending, keyed by the
      *site it was rebuilt for, the cycle date of the original
      *transmission and the resend's number within that site and
      *cycle (01 for the first resend, 02 for the next). It
      *carries the language and transmission file number the file
      *was built for, the detail count on its trailer, and when
      *it was released.
      *EVANCACK expects an acknowledgment for every resend still
      *outstanding, from the first morning check on or after the
      *resend date, beside the original transmission's own. The
      *site acknowledges a resend under the original cycle date.
      *The check that finds the acknowledgment marks the resend
      *matched or mismatched, with the cycle it was checked under
      *and the count the site loaded, and stops expecting it.
       01 RTR-RECORD.
           05 RTR-KEY.
               10 RTR-SITE-ID PIC X(08).
               10 RTR-CYCLE-DATE PIC X(08).
               10 RTR-RESEND-NO PIC 9(02).
           05 RTR-LANG-CD PIC X(02).
           05 RTR-XMIT-FILE-NO PIC 9(02).
           05 RTR-DETAIL-COUNT PIC 9(06).
           05 RTR-RESEND-DATE PIC X(08).
           05 RTR-RESEND-TIME PIC X(08).
           05 RTR-ACK-STATUS PIC X(01).
               88 RTR-ACK-OUTSTANDING VALUE 'O'.
               88 RTR-ACK-MATCHED VALUE 'M'.
               88 RTR-ACK-MISMATCHED VALUE 'X'.
           05 RTR-ACK-CYCLE PIC X(08).
           05 RTR-ACK-COUNT PIC 9(06).
           05 FILLER PIC X(21).
