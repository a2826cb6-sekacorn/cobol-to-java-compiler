      *> arrived foreign carries its currency and amount as sent
      *> in EXT-ORIG-CURRENCY/EXT-ORIG-AMOUNT (blank currency and
      *> the same amount for base-currency items).
      *> EXT-RUN-DATE is the business date and EXT-RUN-SEQ the
      *> batch within it (01 nightly, 02 up for a supplemental run
      *> on a late feed), so the GL job posts each batch once.
       05 EXT-TRAN-ID       PIC X(10).
       05 EXT-AMOUNT        PIC S9(7)V99
                            SIGN IS LEADING SEPARATE.
       05 EXT-ORIG-CURRENCY PIC X(3).
       05 EXT-ORIG-AMOUNT   PIC S9(7)V99
                            SIGN IS LEADING SEPARATE.
       05 EXT-RUN-SEQ       PIC 9(2).
