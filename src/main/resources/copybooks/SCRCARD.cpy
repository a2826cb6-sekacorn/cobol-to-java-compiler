      *> SCRCARD - Control-card layout for the STRSCRN structuring
      *> and velocity screening step. Every rule looks back over
      *> SCR-WINDOW-DAYS calendar days of posted history before
      *> tonight, plus tonight's extract:
      *>   NEARTHR   an item is near-threshold when its base amount
      *>             is within SCR-NEAR-PCT percent below (or at)
      *>             PARM-ELEVATED-BREAK; SCR-NEAR-COUNT or more in
      *>             the window, one of them tonight, is a case.
      *>   VELOCITY  tonight's item count is at least
      *>             SCR-VELOCITY-MIN and more than SCR-VELOCITY-PCT
      *>             percent of the account's own daily average
      *>             over the window.
      *>   REVERSAL  at least SCR-REVERSAL-MIN reversals in the
      *>             window, one of them tonight, making up
      *>             SCR-REVERSAL-PCT percent or more of its items.
      *> A field left blank (or non-numeric) takes the compiled-in
      *> default, as PARM-RETAIN-DAYS does for SAMPLE1.
       05 SCR-WINDOW-DAYS   PIC 9(3).
       05 SCR-NEAR-PCT      PIC 9(3).
       05 SCR-NEAR-COUNT    PIC 9(3).
       05 SCR-VELOCITY-PCT  PIC 9(4).
       05 SCR-VELOCITY-MIN  PIC 9(3).
       05 SCR-REVERSAL-PCT  PIC 9(3).
       05 SCR-REVERSAL-MIN  PIC 9(3).
