      *> PENDIREC - ACCTMNT pending maintenance queue read at start
      *> of run (PENDIN). Layout mirrors PENDOREC, the queue
      *> ACCTMNT writes out for the next run.
      *> A header ("H") carries the last queue reference issued,
      *> so a sequence is never reused within a day even after its
      *> item has been applied and left the queue; each detail
      *> ("D") is one card waiting for a second operator's
      *> approval, kept exactly as keyed (MNTCARD layout, keying
      *> operator's ID included) under its reference - queue date
      *> and sequence within the day.
       05 PNI-REC-TYPE PIC X.
          88 PNI-HEADER-REC VALUE "H".
          88 PNI-DETAIL-REC VALUE "D".
       05 PNI-BODY PIC X(71).
       05 PNI-HEADER-BODY REDEFINES PNI-BODY.
          10 PNI-HDR-LAST-DATE PIC X(8).
          10 PNI-HDR-LAST-SEQ  PIC 9(4).
          10 FILLER            PIC X(59).
       05 PNI-DETAIL-BODY REDEFINES PNI-BODY.
          10 PNI-QUEUE-DATE    PIC X(8).
          10 PNI-QUEUE-SEQ     PIC 9(4).
          10 PNI-CARD.
             15 PNI-ACTION     PIC X(8).
             15 PNI-ACCT-ID    PIC X(10).
             15 FILLER         PIC X(33).
             15 PNI-MAKER-ID   PIC X(8).
