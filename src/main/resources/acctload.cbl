IDENTIFICATION DIVISION.
   PROGRAM-ID. ACCTLOAD.
  *> ACCTLOAD - Account master conversion and reload.
  *> Builds the keyed account master (ACCTMST) from the old
  *> sequential file (ACCTOLD) at cutover. Records written
  *> before the exposure limit was added read in short with
  *> spaces in the limit bytes; those load as "no limit set".
  *> Likewise records from before balances were carried load
  *> with a zero ledger balance and month-to-date totals and no
  *> last-posting date, records from before the status date
  *> was carried load with it blank, and records from before the
  *> last-posting batch was carried load it as zero (the nightly
  *> batch, to ACCTPOST). The same load rebuilds the cluster
  *> when the record grows: unload the keyed master to a new
  *> ACCTOLD generation first, and the shorter records come in
  *> padded.
  *> A duplicate ID on the old file abends the load - the
  *> sequential master never enforced uniqueness mechanically,
  *> and a silent overwrite here would pick whichever copy came
  *> last. Between layout changes the keyed master is maintained
  *> in place by ACCTMNT and posted by ACCTPOST.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
   DATA DIVISION.
   FILE SECTION.
   FD  OLD-MASTER-FILE.
   01  OLD-MASTER-RECORD PIC X(113).
   FD  MASTER-FILE.
   01  MASTER-RECORD.
       COPY ACCTREC.
       IF ACCT-EXPOSURE-LIMIT NOT NUMERIC THEN
           MOVE 0 TO ACCT-EXPOSURE-LIMIT
       END-IF
       IF ACCT-LEDGER-BALANCE NOT NUMERIC THEN
           MOVE 0 TO ACCT-LEDGER-BALANCE
           MOVE SPACES TO ACCT-LAST-POST-DATE
           MOVE SPACES TO ACCT-MTD-MONTH
           MOVE 0 TO ACCT-MTD-DEBITS
           MOVE 0 TO ACCT-MTD-CREDITS
           MOVE 0 TO ACCT-LAST-POST-ITEMS
       END-IF
       IF ACCT-LAST-POST-SEQ NOT NUMERIC THEN
           MOVE 0 TO ACCT-LAST-POST-SEQ
       END-IF
       WRITE MASTER-RECORD
           INVALID KEY
               DISPLAY "ACCTLOAD: DUPLICATE ACCOUNT ID '" ACCT-ID
