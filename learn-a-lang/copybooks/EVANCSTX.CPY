      *maintenance utility. One record equals one add, change,
      *delete or list request against the site distribution
      *master, the same shape EVANCTXN gives EVANCMNT.
      *ADD, CHG and DEL are staged as pending changes, not
      *applied. APV approves and DCL declines the pending change
      *for the site id; the approval run must be submitted by a
      *different user from the one who staged it. PND lists the
      *changes pending against the site master.
      *The volume tolerance fields are the site's EVANCVOL
      *tolerance: warning and error spreads as two digits with
      *one implied decimal (25 = 2.5), a three-digit floor
      *percentage, and the hold flag Y or N. Any of them left
      *blank takes EVANCVOL's default.
       01 STX-RECORD.
           05 STX-FUNCTION PIC X(03).
               88 STX-IS-ADD VALUE 'ADD'.
               88 STX-IS-CHG VALUE 'CHG'.
               88 STX-IS-DEL VALUE 'DEL'.
               88 STX-IS-LST VALUE 'LST'.
               88 STX-IS-APV VALUE 'APV'.
               88 STX-IS-DCL VALUE 'DCL'.
               88 STX-IS-PND VALUE 'PND'.
               88 STX-IS-STAGED VALUE 'ADD' 'CHG' 'DEL'.
           05 STX-SITE-ID PIC X(08).
           05 STX-LANG-CD PIC X(02).
           05 STX-XMIT-FILE-NO PIC X(02).
           05 STX-ACTIVE-SW PIC X(01).
           05 STX-CONTACT-NAME PIC X(25).
           05 STX-CONTACT-PHONE PIC X(12).
           05 STX-VOL-WARN-SPREAD PIC X(02).
           05 STX-VOL-ERROR-SPREAD PIC X(02).
           05 STX-VOL-FLOOR-PCT PIC X(03).
           05 STX-VOL-HOLD-SW PIC X(01).
           05 FILLER PIC X(19).
