      *> RATEHREC - Conversion-rate history record (RATEHIST).
      *> SAMPLE1 appends one row per rate card per successful run
      *> to the permanent rate history: the business date and
      *> batch, the currency and the rate on the card, and what
      *> the day-over-day check made of it against the prior
      *> business day's applied rate (RTH-PRIOR-DATE/-RATE, blank
      *> and zero when the currency had none). RTH-MOVE-PCT is the
      *> size of the move in percent, either direction, and
      *> RTH-TOLERANCE-PCT the limit in force that night.
      *> RTH-STATUS:
      *>   A  applied, within tolerance
      *>   N  applied, no prior rate to compare with
      *>   O  applied beyond tolerance on an override card
      *>   H  held beyond tolerance - not applied; the currency's
      *>      items rejected. Never used as a prior rate.
      *> RATEINQ prints it by currency and date range.
       05 RTH-BUS-DATE      PIC X(8).
       05 RTH-RUN-SEQ       PIC 9(2).
       05 RTH-CURRENCY-CODE PIC X(3).
       05 RTH-CONV-RATE     PIC 9(3)V9(6).
       05 RTH-STATUS        PIC X.
          88 RTH-APPLIED    VALUE "A" "N" "O".
          88 RTH-HELD       VALUE "H".
       05 RTH-PRIOR-DATE    PIC X(8).
       05 RTH-PRIOR-RATE    PIC 9(3)V9(6).
       05 RTH-MOVE-PCT      PIC 9(5)V99.
       05 RTH-TOLERANCE-PCT PIC 9(3)V99.
       05 RTH-LOGGED-STAMP  PIC X(14).
