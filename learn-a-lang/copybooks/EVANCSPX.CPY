      *Transaction record layout driving the EVANCSUP recipient
      *suppression maintenance utility. One record equals one
      *add, change, delete or list request against the
      *suppression master, the same shape EVANCSTX gives
      *EVANCSMT. LST with a site id lists that site's
      *suppressions; LST with a site id of spaces lists them all.
       01 SPX-RECORD.
           05 SPX-FUNCTION PIC X(03).
               88 SPX-IS-ADD VALUE 'ADD'.
               88 SPX-IS-CHG VALUE 'CHG'.
               88 SPX-IS-DEL VALUE 'DEL'.
               88 SPX-IS-LST VALUE 'LST'.
           05 SPX-SITE-ID PIC X(08).
           05 SPX-RECIP-NAME PIC X(25).
           05 SPX-LANG-CD PIC X(02).
           05 SPX-EXPIRY-DATE PIC X(08).
           05 FILLER PIC X(34).
