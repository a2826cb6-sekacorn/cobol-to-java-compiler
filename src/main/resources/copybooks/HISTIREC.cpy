      *> original currency, original value - so a resent foreign
      *> feed matches what was sent, not a rate-dependent base
      *> conversion. Blank currency is base.
      *> HSI-BASE-AMOUNT is the same item as SAMPLE1 classified it,
      *> in base currency, for the screening run's threshold rules.
      *> Rows written before the field existed carry spaces there.
      *> HSI-REV-STATUS is "R" on a reversal SAMPLE1 matched to
      *> its original posting, and HSI-LINK-DATE is then the
      *> original's business date. The original's own row is
      *> never rewritten: loading an "R" row marks the original
      *> it names as reversed, so it can't be reversed twice.
      *> Spaces on every other row, and on rows written before
      *> the fields existed.
       05 HSI-TRAN-ID  PIC X(10).
       05 HSI-AMOUNT   PIC S9(7)V99
                       SIGN IS LEADING SEPARATE.
       05 HSI-BUS-DATE PIC X(8).
       05 HSI-CURRENCY PIC X(3).
       05 HSI-BASE-AMOUNT PIC S9(7)V99
                          SIGN IS LEADING SEPARATE.
       05 HSI-REV-STATUS PIC X.
       05 HSI-LINK-DATE  PIC X(8).
