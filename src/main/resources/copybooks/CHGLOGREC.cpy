      *> CHGLOGREC - Permanent account master change log (CHGLOG),
      *> one row appended by ACCTMNT for every maintenance change
      *> applied to ACCTMST. Carries the pending item's reference,
      *> the operator who keyed the change (maker) and the one who
      *> approved it (checker), when it was applied, and the
      *> account record before and after it - ACCTREC images, the
      *> before image blank on an ADD. The images are sized with
      *> room for the master record to grow; the unused tail is
      *> spaces. Read by CHGINQ.
       05 CHG-TIMESTAMP    PIC X(21).
       05 CHG-ACTION       PIC X(8).
       05 CHG-ACCT-ID      PIC X(10).
       05 CHG-QUEUE-DATE   PIC X(8).
       05 CHG-QUEUE-SEQ    PIC 9(4).
       05 CHG-MAKER-ID     PIC X(8).
       05 CHG-CHECKER-ID   PIC X(8).
       05 CHG-BEFORE-IMAGE PIC X(150).
       05 CHG-AFTER-IMAGE  PIC X(150).
