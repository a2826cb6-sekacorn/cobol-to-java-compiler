      *> transaction, and a balancing trailer ("T") whose debit and
      *> credit totals must be equal - GLPOST refuses to finish an
      *> out-of-balance batch.
      *> GLJ-HDR-RUN-SEQ is the batch within the batch date - 01
      *> nightly, 02 up for a supplemental run - blank on batches
      *> that only ever run once a day (write-off clearing).
       05 GLJ-REC-TYPE PIC X.
          88 GLJ-HEADER-REC  VALUE "H".
          88 GLJ-DETAIL-REC  VALUE "D".
       05 GLJ-HEADER-BODY REDEFINES GLJ-BODY.
          10 GLJ-HDR-SOURCE     PIC X(8).
          10 GLJ-HDR-BATCH-DATE PIC X(8).
          10 GLJ-HDR-RUN-SEQ    PIC 9(2).
          10 FILLER             PIC X(21).
       05 GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
          10 GLJ-ACCOUNT        PIC X(8).
          10 GLJ-DC             PIC X.
