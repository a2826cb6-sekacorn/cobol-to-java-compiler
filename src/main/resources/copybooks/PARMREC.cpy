      *> PARM-RETAIN-DAYS sets how many days of posted-transaction
      *> history SAMPLE1 keeps for duplicate detection; left blank
      *> (or non-numeric) the compiled-in default applies.
      *> PARM-DORMANT-DAYS is how long an account may go without a
      *> posting before SAMPLE1 flags its next one as a posting to
      *> a dormant account; blank, non-numeric or zero keeps the
      *> compiled-in default.
      *> PARM-RATE-TOLERANCE is the largest day-over-day move, in
      *> percent with two implied decimals (01000 is 10.00), a
      *> currency's rate card may make against the rate applied on
      *> the prior business day on the rate history (RATEHIST);
      *> blank, non-numeric or zero keeps the compiled-in default.
      *> PARM-RATE-ACTION says what a move beyond it does without
      *> an override on the card: "H" holds that currency - its
      *> items reject tonight and recycle - and anything else
      *> refuses the whole run.
       05 PARM-LOW-BREAK      PIC 9(7)V99.
       05 PARM-NORMAL-BREAK   PIC 9(7)V99.
       05 PARM-ELEVATED-BREAK PIC 9(7)V99.
       05 PARM-RETAIN-DAYS    PIC 9(3).
       05 PARM-DORMANT-DAYS   PIC 9(4).
       05 PARM-RATE-TOLERANCE PIC 9(3)V99.
       05 PARM-RATE-ACTION    PIC X.
          88 PARM-HOLD-CURRENCY VALUE "H".
