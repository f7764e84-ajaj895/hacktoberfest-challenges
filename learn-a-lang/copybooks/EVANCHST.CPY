      *from this file instead of from a long-scrolled SYSOUT.
      *An image of spaces means the row did not exist on that side
      *of the transaction (before an ADD, after a DELETE).
      *Wording schedule transactions (SCH/CAN) carry the version's
      *start and end dates alongside the images, which show the
      *wording in the master row's shape; both are spaces on the
      *ordinary add/change/delete records.
      *Changes are applied under dual control: the user is the
      *one who staged the change and the approver the one whose
      *run approved it. The approver is spaces on a transaction
      *rejected when it was submitted.
       01 HST-RECORD.
           05 HST-DATE PIC X(08).
           05 HST-TIME PIC X(08).
           05 HST-LANG-CD PIC X(02).
           05 HST-BEFORE-IMAGE PIC X(80).
           05 HST-AFTER-IMAGE PIC X(80).
           05 HST-START-DATE PIC X(08).
           05 HST-END-DATE PIC X(08).
           05 HST-APPROVER PIC X(08).
           05 FILLER PIC X(06).
