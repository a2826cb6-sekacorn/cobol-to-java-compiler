      *> (classified on its absolute value).
      *> AUD-FORCE-FLAG is "F" when the transaction was a
      *> desk-released suspect posted past the duplicate check,
      *> so inquiry can explain the repeat later, and "O" when it
      *> was a reversal the desk released from the orphan-credit
      *> file, posted with no original matched to it.
      *> AUD-AMOUNT is base currency; a foreign arrival keeps its
      *> currency and amount as sent in AUD-ORIG-CURRENCY/
      *> AUD-ORIG-AMOUNT (blank currency and the same amount for
      *> base-currency items).
      *> AUD-DORMANT-FLAG is "D" on the first posting of the run to
      *> an account that had been silent longer than the dormancy
      *> days on the parameter card (PARMREC) - the posting went
      *> through, and the row marks it for the dormancy review.
      *> AUD-BUS-DATE/AUD-RUN-SEQ are the business date and the
      *> batch within it (01 nightly, 02 up supplemental) the row
      *> was written for - the run timestamp alone cannot tell a
      *> same-day supplemental run from the nightly one. The
      *> business date is blank on rows written before the fields
      *> were carried.
      *> AUD-CONV-RATE is the rate card SAMPLE1 converted the item
      *> at (six implied decimals, as on RATECARD), so the base
      *> amount can be proved from the original one later. Zero
      *> on base-currency items and on rows written before the
      *> rate was carried.
       05 AUD-RUN-TIMESTAMP PIC X(21).
       05 AUD-TRAN-ID       PIC X(10).
       05 AUD-AMOUNT        PIC S9(7)V99
       05 AUD-ORIG-CURRENCY PIC X(3).
       05 AUD-ORIG-AMOUNT   PIC S9(7)V99
                            SIGN IS LEADING SEPARATE.
       05 AUD-DORMANT-FLAG  PIC X.
       05 AUD-BUS-DATE      PIC X(8).
       05 AUD-RUN-SEQ       PIC 9(2).
       05 AUD-CONV-RATE     PIC 9(3)V9(6).
