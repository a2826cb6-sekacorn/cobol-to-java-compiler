      *> CASEREC - Screening case file STRSCRN writes (CASEOUT) for
      *> the compliance desk: one row per account per rule it
      *> tripped tonight, in branch and account order. CSE-RULE is
      *> NEARTHR, VELOCITY or REVERSAL (see SCRCARD). CSE-OBSERVED
      *> is what the rule measured - near-threshold items, tonight's
      *> items, or the reversal percentage - and CSE-THRESHOLD the
      *> level it had to reach. The window and tonight item counts
      *> give the desk the account's volume at a glance.
       05 CSE-RUN-DATE      PIC X(8).
       05 CSE-ACCT-ID       PIC X(10).
       05 CSE-ACCT-BRANCH   PIC X(4).
       05 CSE-ACCT-NAME     PIC X(20).
       05 CSE-RULE          PIC X(8).
       05 CSE-WINDOW-DAYS   PIC 9(3).
       05 CSE-WINDOW-ITEMS  PIC 9(5).
       05 CSE-TONIGHT-ITEMS PIC 9(5).
       05 CSE-OBSERVED      PIC 9(5).
       05 CSE-THRESHOLD     PIC 9(5).
