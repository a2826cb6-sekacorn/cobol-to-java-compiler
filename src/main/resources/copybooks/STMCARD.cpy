      *> STMCARD - Control-card layout for the ACCTSTMT month-end
      *> account statement run. STM-MONTH (YYYYMM) is the month
      *> to state; blank states the month of the run date.
      *> STM-ACCT-ID blank prints every account's statement; a
      *> keyed ID reprints just that one for a branch request.
       05 STM-MONTH   PIC X(6).
       05 STM-ACCT-ID PIC X(10).
