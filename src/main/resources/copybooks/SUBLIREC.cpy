      *> SUBLIREC - GL subledger balance file read by GLSUBLDG
      *> (SUBLIN) at start of run. Layout mirrors SUBLOREC.
      *> Our own running position for every GL account we have
      *> ever journaled to, debit balances positive and credit
      *> balances negative. One header row ("H") records
      *> the batch date of the last tier-posting (GLPOST) and the
      *> last write-off clearing (WOFPOST) batch applied, so the
      *> same batch is never taken twice; one detail row ("D") per
      *> GL account follows, in account order.
      *> SLI-HDR-TIER-SEQ is the batch within the tier-posting batch
      *> date, so a supplemental batch for the same date still
      *> applies; blank on a header written before it was carried,
      *> read as the nightly batch.
       05 SLI-REC-TYPE PIC X.
          88 SLI-HEADER-REC VALUE "H".
          88 SLI-DETAIL-REC VALUE "D".
       05 SLI-BODY PIC X(39).
       05 SLI-HEADER-BODY REDEFINES SLI-BODY.
          10 SLI-HDR-TIER-BATCH PIC X(8).
          10 SLI-HDR-WOF-BATCH  PIC X(8).
          10 SLI-HDR-TIER-SEQ   PIC 9(2).
          10 FILLER              PIC X(21).
       05 SLI-DETAIL-BODY REDEFINES SLI-BODY.
          10 SLI-ACCOUNT        PIC X(8).
          10 SLI-BALANCE        PIC S9(13)V99
                                 SIGN IS LEADING SEPARATE.
          10 SLI-LAST-ACTIVITY  PIC X(8).
          10 FILLER              PIC X(7).
