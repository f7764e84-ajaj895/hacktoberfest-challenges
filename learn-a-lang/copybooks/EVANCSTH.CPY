      *the master row and a date/time/user stamp. An image of
      *spaces means the row did not exist on that side of the
      *transaction (before an ADD, after a DELETE).
      *Changes are applied under dual control: the user is the
      *one who staged the change and the approver the one whose
      *run approved it. The approver is spaces on a transaction
      *rejected when it was submitted.
       01 STH-RECORD.
           05 STH-DATE PIC X(08).
           05 STH-TIME PIC X(08).
           05 STH-SITE-ID PIC X(08).
           05 STH-BEFORE-IMAGE PIC X(80).
           05 STH-AFTER-IMAGE PIC X(80).
           05 STH-APPROVER PIC X(08).
