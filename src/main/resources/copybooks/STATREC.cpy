      *> records processed, per-tier counts, reject and suspect
      *> counts, amount total - to the permanent history dataset
      *> TRENDRPT reads for day-over-day variance alerting.
      *> STA-RUN-SEQ is the batch within the business date: 01 for
      *> the nightly run, 02 up for each supplemental run taking a
      *> late feed for the same date. Readers add a date's batches
      *> together as one day; rows from before the field was
      *> carried have it blank and read as 01.
       05 STA-RUN-DATE       PIC X(8).
       05 STA-RECORD-COUNT   PIC 9(9).
       05 STA-LOW-COUNT      PIC 9(9).
       05 STA-SUSPECT-COUNT  PIC 9(9).
       05 STA-AMOUNT-TOTAL   PIC S9(11)V99
                             SIGN IS LEADING SEPARATE.
       05 STA-RUN-SEQ        PIC 9(2).
