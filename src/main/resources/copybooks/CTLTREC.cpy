      *> the same counters printed in the RPTOUT summary block, in
      *> fixed form, so RECONCIL can cross-foot the output datasets
      *> against what SAMPLE1 believes it did.
      *> CTL-ORPHAN-COUNT is the reversals held on ORPHOUT because
      *> no original posting matched them.
      *> CTL-RUN-SEQ is the batch within the business date in
      *> CTL-RUN-DATE - 01 nightly, 02 up supplemental - so the
      *> checks downstream balance one batch, not the whole day.
       05 CTL-RUN-DATE       PIC X(8).
       05 CTL-RECORD-COUNT   PIC 9(9).
       05 CTL-LOW-COUNT      PIC 9(9).
       05 CTL-SUSPECT-COUNT  PIC 9(9).
       05 CTL-AMOUNT-TOTAL   PIC S9(11)V99
                             SIGN IS LEADING SEPARATE.
       05 CTL-ORPHAN-COUNT   PIC 9(9).
       05 CTL-RUN-SEQ        PIC 9(2).
