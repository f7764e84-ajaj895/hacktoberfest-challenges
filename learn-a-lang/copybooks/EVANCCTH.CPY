      *Record layout for the EVANCCMT change-history file, the
      *calendar master's counterpart to EVANCSTH: one record per
      *maintenance transaction applied or rejected against the
      *processing calendar master, with before and after images
      *of the master row and a date/time/user stamp, so who
      *closed a site on a given day, or opened it again, is
      *answered from this file. An image of spaces means the row
      *did not exist on that side of the transaction (before an
      *ADD, after a DELETE).
       01 CTH-RECORD.
           05 CTH-DATE PIC X(08).
           05 CTH-TIME PIC X(08).
           05 CTH-USER PIC X(08).
           05 CTH-FUNCTION PIC X(03).
           05 CTH-OUTCOME PIC X(01).
               88 CTH-APPLIED VALUE 'A'.
               88 CTH-REJECTED VALUE 'R'.
           05 CTH-SITE-ID PIC X(08).
           05 CTH-CAL-DATE PIC X(08).
           05 CTH-BEFORE-IMAGE PIC X(80).
           05 CTH-AFTER-IMAGE PIC X(80).
           05 FILLER PIC X(04).
