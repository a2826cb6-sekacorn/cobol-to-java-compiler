      *> CHGICARD - Control-card layout for CHGINQ change-log
      *> inquiry. CHI-ACCT-ID blank matches every account;
      *> CHI-FROM-DATE / CHI-TO-DATE (YYYYMMDD, compared with the
      *> date the change was applied) blank leave that end of the
      *> range open.
       05 CHI-ACCT-ID   PIC X(10).
       05 CHI-FROM-DATE PIC X(8).
       05 CHI-TO-DATE   PIC X(8).
