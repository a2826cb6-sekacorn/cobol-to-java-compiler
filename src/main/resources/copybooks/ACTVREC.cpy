      *> ACTVREC - Per-account activity history row written by
      *> ACCTPOST, one per extract item posted to the account
      *> master. The permanent history the month-end statement run
      *> (ACCTSTMT) prints from, in posting order within account.
      *> ACV-TRAN-ID is the Account/Item-ID the item posted to and
      *> ACV-POST-DATE the run date of the extract it came from.
      *> ACV-AMOUNT is the base amount posted; the currency and
      *> amount as sent ride along for foreign arrivals, as on the
      *> extract. ACV-BALANCE-AFTER is the ledger balance on the
      *> master once this item was applied, so any row gives the
      *> balance as of its posting without re-adding the history.
       05 ACV-TRAN-ID        PIC X(10).
       05 ACV-POST-DATE      PIC X(8).
       05 ACV-AMOUNT         PIC S9(7)V99
                             SIGN IS LEADING SEPARATE.
       05 ACV-CLASSIFICATION PIC X(8).
       05 ACV-REVERSAL-FLAG  PIC X.
       05 ACV-SOURCE-CODE    PIC X(4).
       05 ACV-ORIG-CURRENCY  PIC X(3).
       05 ACV-ORIG-AMOUNT    PIC S9(7)V99
                             SIGN IS LEADING SEPARATE.
       05 ACV-BALANCE-AFTER  PIC S9(11)V99
                             SIGN IS LEADING SEPARATE.
       05 ACV-ACCT-NAME      PIC X(20).
       05 ACV-ACCT-BRANCH    PIC X(4).
