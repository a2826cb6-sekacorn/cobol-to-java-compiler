      *> a blank currency code and need no card; a detail in a
      *> currency with no card rejects as NO-RATE-FOR-CURRENCY
      *> rather than tiering a foreign amount as if it were base.
      *> RTE-OVERRIDE "Y" is treasury's confirmation that a rate
      *> moving beyond the day-over-day tolerance (PARMREC) is
      *> right; it is carried onto the rate history row.
       05 RTE-CURRENCY-CODE PIC X(3).
       05 RTE-CONV-RATE     PIC 9(3)V9(6).
       05 RTE-OVERRIDE      PIC X.
          88 RTE-MOVE-CONFIRMED VALUE "Y".
