      *Record layout for the pending change file shared by the
      *parameter and site master maintenance utilities. EVANCMNT
      *and EVANCSMT no longer apply an add, change, delete or
      *wording schedule transaction when it is submitted; they
      *stage it here with the master row as it stands and the row
      *as proposed, and it waits until an approval run submitted
      *by a different user approves or declines it. Only an
      *approved change is applied and written to the change
      *history. EVANCPEX expires anything left pending too long
      *onto an exception report.
      *The key is the master the change is for plus the row it
      *touches - the language code (and, for a wording schedule
      *change, the version's start date) or the site id - so a
      *row can carry only one pending change at a time.
      *The staged transaction is kept whole, in its own EVANCTXN
      *or EVANCSTX shape, so the approval run applies exactly
      *what was submitted.
       01 PCH-RECORD.
           05 PCH-KEY.
               10 PCH-MASTER-CD PIC X(01).
                   88 PCH-FOR-PARM VALUE 'P'.
                   88 PCH-FOR-SITE VALUE 'S'.
               10 PCH-ROW-KEY PIC X(16).
           05 PCH-FUNCTION PIC X(03).
           05 PCH-STAGED-USER PIC X(08).
           05 PCH-STAGED-DATE PIC X(08).
           05 PCH-STAGED-TIME PIC X(08).
           05 PCH-TXN-IMAGE PIC X(100).
           05 PCH-BEFORE-IMAGE PIC X(80).
           05 PCH-PROPOSED-IMAGE PIC X(80).
           05 FILLER PIC X(16).
