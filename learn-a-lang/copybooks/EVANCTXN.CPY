      *Transaction record layout driving the EVANCMNT parameter
      *maintenance utility. One record equals one add, change,
      *delete or list request against the greeting parameter file.
      *The schedule functions work the wording schedule file
      *instead: SCH loads a wording version for the language from
      *the start date (and through the end date, spaces for open
      *ended), CAN cancels the version starting on the start
      *date, SLS lists the scheduled versions (one language, or
      *all on a language code of spaces), and FWD prints the
      *wording each language will carry over the coming cycles
      *from the start date (spaces for today).
      *ADD, CHG, DEL, SCH and CAN are staged as pending changes,
      *not applied. APV approves and DCL declines the pending
      *change for the language code (plus the start date, for a
      *wording schedule change); the approval run must be
      *submitted by a different user from the one who staged it.
      *PND lists the changes pending against this master.
       01 TXN-RECORD.
           05 TXN-FUNCTION PIC X(03).
               88 TXN-IS-ADD VALUE 'ADD'.
               88 TXN-IS-CHG VALUE 'CHG'.
               88 TXN-IS-DEL VALUE 'DEL'.
               88 TXN-IS-LST VALUE 'LST'.
               88 TXN-IS-SCH VALUE 'SCH'.
               88 TXN-IS-CAN VALUE 'CAN'.
               88 TXN-IS-SLS VALUE 'SLS'.
               88 TXN-IS-FWD VALUE 'FWD'.
               88 TXN-IS-APV VALUE 'APV'.
               88 TXN-IS-DCL VALUE 'DCL'.
               88 TXN-IS-PND VALUE 'PND'.
               88 TXN-IS-STAGED VALUE 'ADD' 'CHG' 'DEL' 'SCH' 'CAN'.
           05 TXN-LANG-CD PIC X(02).
           05 TXN-HELLO-TEXT PIC X(05).
           05 TXN-WORLD-TEXT PIC X(06).
           05 TXN-TEMPLATE-TEXT PIC X(60).
           05 TXN-START-DATE PIC X(08).
           05 TXN-END-DATE PIC X(08).
           05 FILLER PIC X(08).
