          88 TRAN-TRAILER-REC VALUE "T".
      *> TRAN-RECYCLE-COUNT/TRAN-ORIG-REJECT-DATE are spaces on a
      *> fresh upstream record; REJRECYC fills them on records it
      *> resubmits so SAMPLE1 can carry them onto any new reject,
      *> and ORPHRCYC likewise (the date the credit was first held)
      *> so they carry onto a new orphan-credit row.
      *> TRAN-SOURCE-CODE identifies the originating feed (the
      *> first four bytes of that feed's TRAN-HDR-SOURCE). FEEDMRG
      *> stamps it on details that arrive without one and leaves a
      *> the duplicate check for it (validation, classification,
      *> audit and history posting still apply) and stamps the
      *> audit row so inquiry can explain the repeat later.
      *> The same byte is "O" on a reversal the desk released from
      *> the orphan-credit file through ORPHRCYC: SAMPLE1 posts it
      *> without looking for its original posting (the desk has
      *> verified it), and stamps the audit row the same way.
      *> Spaces on every ordinary upstream record.
      *> TRAN-CURRENCY-CODE names the currency VAR1 is stated in;
      *> spaces mean base currency. The trailer hash total is in
          10 TRAN-SOURCE-CODE      PIC X(4).
          10 TRAN-FORCE-POST       PIC X.
             88 TRAN-FORCE-POSTED VALUE "F".
             88 TRAN-ORPHAN-RELEASED VALUE "O".
          10 TRAN-CURRENCY-CODE    PIC X(3).
       05 TRAN-TRAILER-BODY REDEFINES TRAN-BODY.
          10 TRAN-TRL-RECORD-COUNT PIC 9(9).
