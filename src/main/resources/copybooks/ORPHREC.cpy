      *> ORPHREC - Orphan-credit record for SAMPLE1 (ORPHOUT).
      *> A reversal (negative amount) that passed validation and
      *> the duplicate check but matched no posted original in the
      *> history window for the same Account/Item-ID, amount and
      *> currency. It is held here, not posted, for the desk to
      *> decide through ORPHRCYC. ORP-REASON-CODE says why:
      *>   NO-ORIGINAL-FOUND   nothing posted for that ID/currency
      *>   EXCEEDS-ORIGINAL    larger than the original posted
      *>   PARTIAL-REVERSAL    smaller than the original posted
      *>   ORIGINAL-REVERSED   the original was already reversed
      *> ORP-ORIG-AMOUNT/ORP-ORIG-DATE show the nearest original
      *> found (zero and spaces for NO-ORIGINAL-FOUND).
      *> ORP-AMOUNT and ORP-CURRENCY are as the reversal arrived,
      *> so a release resubmits exactly what was sent;
      *> ORP-BASE-AMOUNT is the same item in base currency.
      *> ORP-RECYCLE-COUNT and ORP-FIRST-DATE follow the item
      *> through the ORPHRCYC cycle (first night it was held) so
      *> an orphan nobody acts on ages out instead of looping.
       05 ORP-TRAN-ID       PIC X(10).
       05 ORP-AMOUNT        PIC S9(7)V99
                            SIGN IS LEADING SEPARATE.
       05 ORP-CURRENCY      PIC X(3).
       05 ORP-BASE-AMOUNT   PIC S9(7)V99
                            SIGN IS LEADING SEPARATE.
       05 ORP-REASON-CODE   PIC X(20).
       05 ORP-ORIG-AMOUNT   PIC S9(7)V99
                            SIGN IS LEADING SEPARATE.
       05 ORP-ORIG-DATE     PIC X(8).
       05 ORP-RUN-DATE      PIC X(8).
       05 ORP-SOURCE-CODE   PIC X(4).
       05 ORP-RECYCLE-COUNT PIC 9(2).
       05 ORP-FIRST-DATE    PIC X(8).
