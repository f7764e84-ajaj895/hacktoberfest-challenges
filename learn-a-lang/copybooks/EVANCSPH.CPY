      *Record layout for the EVANCSUP change-history file, the
      *suppression master's counterpart to EVANCSTH: one record
      *per maintenance transaction applied or rejected against
      *the recipient suppression master, with before and after
      *images of the master row and a date/time/user stamp, so
      *when a person's opt-out was taken, changed or lifted, and
      *by whom, is answered from this file. An image of spaces
      *means the row did not exist on that side of the
      *transaction (before an ADD, after a DELETE).
       01 SPH-RECORD.
           05 SPH-DATE PIC X(08).
           05 SPH-TIME PIC X(08).
           05 SPH-USER PIC X(08).
           05 SPH-FUNCTION PIC X(03).
           05 SPH-OUTCOME PIC X(01).
               88 SPH-APPLIED VALUE 'A'.
               88 SPH-REJECTED VALUE 'R'.
           05 SPH-SITE-ID PIC X(08).
           05 SPH-RECIP-NAME PIC X(25).
           05 SPH-BEFORE-IMAGE PIC X(80).
           05 SPH-AFTER-IMAGE PIC X(80).
           05 FILLER PIC X(03).
