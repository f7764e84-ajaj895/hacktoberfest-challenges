      *Transaction record layout driving the EVANCCMT processing
      *calendar maintenance utility. One record equals one add,
      *change, delete or list request against the calendar
      *master, the same shape EVANCSTX gives EVANCSMT. ADD marks
      *a site closed on the date, CHG rewords the reason, DEL
      *opens the day again. LST with a site id lists that site's
      *closed days from the date given (spaces for all of them);
      *LST with a site id of spaces lists every site's.
       01 CTX-RECORD.
           05 CTX-FUNCTION PIC X(03).
               88 CTX-IS-ADD VALUE 'ADD'.
               88 CTX-IS-CHG VALUE 'CHG'.
               88 CTX-IS-DEL VALUE 'DEL'.
               88 CTX-IS-LST VALUE 'LST'.
           05 CTX-SITE-ID PIC X(08).
           05 CTX-DATE PIC X(08).
           05 CTX-REASON PIC X(30).
           05 FILLER PIC X(31).
