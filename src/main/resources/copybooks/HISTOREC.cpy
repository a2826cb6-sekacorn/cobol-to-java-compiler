      *> original currency, original value - so a resent foreign
      *> feed matches what was sent, not a rate-dependent base
      *> conversion. Blank currency is base.
      *> HSO-BASE-AMOUNT is the same item as SAMPLE1 classified it,
      *> in base currency, for the screening run's threshold rules.
      *> Rows written before the field existed carry spaces there.
      *> HSO-REV-STATUS is "R" on a reversal SAMPLE1 matched to
      *> its original posting, and HSO-LINK-DATE is then the
      *> original's business date. The original's own row is
      *> never rewritten: loading an "R" row marks the original
      *> it names as reversed, so it can't be reversed twice.
      *> Spaces on every other row, and on rows written before
      *> the fields existed.
       05 HSO-TRAN-ID  PIC X(10).
       05 HSO-AMOUNT   PIC S9(7)V99
                       SIGN IS LEADING SEPARATE.
       05 HSO-BUS-DATE PIC X(8).
       05 HSO-CURRENCY PIC X(3).
       05 HSO-BASE-AMOUNT PIC S9(7)V99
                          SIGN IS LEADING SEPARATE.
       05 HSO-REV-STATUS PIC X.
       05 HSO-LINK-DATE  PIC X(8).
