      *> SUBLOREC - GL subledger balance file written by GLSUBLDG
      *> (SUBLOUT) at end of run. Layout mirrors SUBLIREC.
      *> Our own running position for every GL account we have
      *> ever journaled to, debit balances positive and credit
      *> balances negative. One header row ("H") records
      *> the batch date of the last tier-posting (GLPOST) and the
      *> last write-off clearing (WOFPOST) batch applied, so the
      *> same batch is never taken twice; one detail row ("D") per
      *> GL account follows, in account order.
      *> SLO-HDR-TIER-SEQ is the batch within the tier-posting batch
      *> date, so a supplemental batch for the same date still
      *> applies; blank on a header written before it was carried,
      *> read as the nightly batch.
       05 SLO-REC-TYPE PIC X.
          88 SLO-HEADER-REC VALUE "H".
          88 SLO-DETAIL-REC VALUE "D".
       05 SLO-BODY PIC X(39).
       05 SLO-HEADER-BODY REDEFINES SLO-BODY.
          10 SLO-HDR-TIER-BATCH PIC X(8).
          10 SLO-HDR-WOF-BATCH  PIC X(8).
          10 SLO-HDR-TIER-SEQ   PIC 9(2).
          10 FILLER              PIC X(21).
       05 SLO-DETAIL-BODY REDEFINES SLO-BODY.
          10 SLO-ACCOUNT        PIC X(8).
          10 SLO-BALANCE        PIC S9(13)V99
                                 SIGN IS LEADING SEPARATE.
          10 SLO-LAST-ACTIVITY  PIC X(8).
          10 FILLER              PIC X(7).
