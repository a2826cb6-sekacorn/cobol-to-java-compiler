      *> RTICARD - Control-card layout for RATEINQ rate history
      *> inquiry. RTI-CURRENCY-CODE blank matches every currency;
      *> RTI-FROM-DATE / RTI-TO-DATE (YYYYMMDD, against the
      *> business date) blank leave that end of the range open.
      *> All three blank lists the whole history.
       05 RTI-CURRENCY-CODE PIC X(3).
       05 RTI-FROM-DATE     PIC X(8).
       05 RTI-TO-DATE       PIC X(8).
