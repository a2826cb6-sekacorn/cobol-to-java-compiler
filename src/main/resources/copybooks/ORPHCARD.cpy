      *> ORPHCARD - Control-card layout for ORPHRCYC orphan-credit
      *> decisions. ORC-MATCH-ID/ORC-MATCH-AMOUNT select the
      *> ORPHOUT row, exactly as the ID and the signed amount
      *> (leading sign, two implied decimals) appear on the orphan
      *> file. ORC-ACTION is the desk's decision:
      *>   RELEASE  post it as it stands - the original is verified
      *>            outside the history window (or outside SAMPLE1)
      *>   REPAIR   resubmit under ORC-NEW-ID/ORC-NEW-AMOUNT (blank
      *>            keeps the value) to be matched again
      *>   DROP     cancel the credit - it is never resubmitted
      *> An orphan with no card is resubmitted unchanged so it can
      *> match an original posted since. A card that matches no
      *> orphan, or carries an unknown action, sets RC 8.
       05 ORC-ACTION       PIC X(8).
       05 ORC-MATCH-ID     PIC X(10).
       05 ORC-MATCH-AMOUNT PIC X(10).
       05 ORC-NEW-ID       PIC X(10).
       05 ORC-NEW-AMOUNT   PIC X(10).
