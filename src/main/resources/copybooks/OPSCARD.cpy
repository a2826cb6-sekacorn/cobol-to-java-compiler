      *> OPSCARD - Control-card layout for OPSSTAT, the morning
      *> operations status report. Two kinds of card:
      *>   STEP     one per program expected in the cycle, in the
      *>            order it runs. OPC-REQUIRED "N" marks a step
      *>            that does not run every night (the desk's
      *>            recycle and release jobs): it is listed when
      *>            it ran but its absence is not flagged.
      *>   DATES    optional - the business dates to report, from
      *>            and to inclusive. Without it only the latest
      *>            business date on the log is reported.
       05 OPC-CARD-TYPE PIC X(8).
       05 OPC-BODY      PIC X(16).
       05 OPC-STEP-BODY REDEFINES OPC-BODY.
          10 OPC-PROGRAM   PIC X(8).
          10 OPC-REQUIRED  PIC X.
          10 FILLER        PIC X(7).
       05 OPC-DATES-BODY REDEFINES OPC-BODY.
          10 OPC-FROM-DATE PIC X(8).
          10 OPC-TO-DATE   PIC X(8).
