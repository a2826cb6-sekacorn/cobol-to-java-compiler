      *> MODECARD - Run-mode card (RUNMODE) for FEEDMRG and SAMPLE1.
      *> Without the card, or with RMD-RUN-MODE "NIGHTLY", both run
      *> as the nightly batch for today's date. "SUPPLMNT" makes
      *> the run a supplemental batch for the business date in
      *> RMD-BUS-DATE - a late feed processed after that date's
      *> nightly run, as its own additive batch with the next run
      *> sequence number. Any other mode, or a date that is not a
      *> date, aborts the step.
       05 RMD-RUN-MODE PIC X(8).
       05 RMD-BUS-DATE PIC X(8).
