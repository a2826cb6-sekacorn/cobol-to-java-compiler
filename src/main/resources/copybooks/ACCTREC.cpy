          88 ACCT-CLOSED    VALUE "C".
          88 ACCT-SUSPENDED VALUE "S".
       05 ACCT-EXPOSURE-LIMIT PIC 9(7)V99.
      *> ACCT-LEDGER-BALANCE is the account's running balance in
      *> base currency, posted nightly by ACCTPOST from SAMPLE1's
      *> extract - a positive item adds, a reversal subtracts.
      *> ACCT-LAST-POST-DATE is the run date of the last extract
      *> posted to the account. ACCT-MTD-DEBITS/ACCT-MTD-CREDITS
      *> are the month-to-date totals for ACCT-MTD-MONTH (YYYYMM)
      *> and restart from zero on the first posting of a new month.
      *> ACCT-LAST-POST-ITEMS counts the items already applied from
      *> the ACCT-LAST-POST-DATE extract, so ACCTPOST rerun after
      *> an abend skips what is already on the balance instead of
      *> posting it twice. A new account starts at zero/blank.
       05 ACCT-LEDGER-BALANCE PIC S9(11)V99
                              SIGN IS LEADING SEPARATE.
       05 ACCT-LAST-POST-DATE PIC X(8).
       05 ACCT-MTD-MONTH      PIC X(6).
       05 ACCT-MTD-DEBITS     PIC 9(11)V99.
       05 ACCT-MTD-CREDITS    PIC 9(11)V99.
       05 ACCT-LAST-POST-ITEMS PIC 9(5).
      *> ACCT-STATUS-DATE is the date ACCTMNT last set the
      *> account's status - the ADD, or the latest CLOSE, SUSPEND
      *> or REOPEN. Dormancy is measured from the later of this
      *> and ACCT-LAST-POST-DATE, so a new account is not dormant
      *> before its first posting and a reviewed, reopened one
      *> starts a fresh clock. Blank on accounts loaded before the
      *> field was carried.
       05 ACCT-STATUS-DATE    PIC X(8).
      *> ACCT-LAST-POST-SEQ is the batch within ACCT-LAST-POST-DATE
      *> the applied-item count belongs to - 01 nightly, 02 up for
      *> a supplemental run the same business date - so a later
      *> batch starts its count again rather than being skipped as
      *> already posted. Zero on an account never posted.
       05 ACCT-LAST-POST-SEQ  PIC 9(2).
