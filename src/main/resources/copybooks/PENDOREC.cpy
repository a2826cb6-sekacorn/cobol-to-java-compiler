      *> PENDOREC - ACCTMNT pending maintenance queue written at end
      *> of run (PENDOUT): the items still awaiting approval. Next
      *> run reads it back as PENDIN.
      *> A header ("H") carries the last queue reference issued,
      *> so a sequence is never reused within a day even after its
      *> item has been applied and left the queue; each detail
      *> ("D") is one card waiting for a second operator's
      *> approval, kept exactly as keyed (MNTCARD layout, keying
      *> operator's ID included) under its reference - queue date
      *> and sequence within the day.
       05 PNO-REC-TYPE PIC X.
          88 PNO-HEADER-REC VALUE "H".
          88 PNO-DETAIL-REC VALUE "D".
       05 PNO-BODY PIC X(71).
       05 PNO-HEADER-BODY REDEFINES PNO-BODY.
          10 PNO-HDR-LAST-DATE PIC X(8).
          10 PNO-HDR-LAST-SEQ  PIC 9(4).
          10 FILLER            PIC X(59).
       05 PNO-DETAIL-BODY REDEFINES PNO-BODY.
          10 PNO-QUEUE-DATE    PIC X(8).
          10 PNO-QUEUE-SEQ     PIC 9(4).
          10 PNO-CARD.
             15 PNO-ACTION     PIC X(8).
             15 PNO-ACCT-ID    PIC X(10).
             15 FILLER         PIC X(33).
             15 PNO-MAKER-ID   PIC X(8).
