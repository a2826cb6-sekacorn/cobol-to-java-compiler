      *> DRMCARD - Control-card layout for the DORMRPT dormancy
      *> review. DRC-DORMANT-DAYS is how many days an active
      *> account may go without a posting before it is reported
      *> dormant and given a SUSPEND card; DRC-OPERATOR-ID is the
      *> maker ID the generated cards carry into ACCTMNT's pending
      *> queue, so whoever approves them must be someone else.
      *> Either field left blank (or non-numeric/zero days) takes
      *> the compiled-in default.
       05 DRC-DORMANT-DAYS PIC 9(4).
       05 DRC-OPERATOR-ID  PIC X(8).
