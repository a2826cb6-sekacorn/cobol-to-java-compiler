  *> dataset AUDITIN points at - the live audit trail or any
  *> archive generation. Built for the quarterly "what did account
  *> X classify as in March" questions from audit.
  *> The date range is on the business date the row was written
  *> for, which a supplemental batch run the morning after still
  *> carries as the day before; rows from before the business
  *> date was carried go by their run timestamp. The last column
  *> is the batch within that date (01 nightly, blank on those
  *> older rows). A converted item shows the rate it was
  *> converted at after its currency; base-currency items and
  *> rows from before the rate was carried show none.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
   01  CARD-RECORD.
       COPY INQCARD.
   FD  INQ-RPT-FILE.
   01  INQ-RPT-RECORD PIC X(110).
   WORKING-STORAGE SECTION.
   01 WS-AUDITIN-STATUS PIC XX.
   01 WS-INQCARDS-STATUS PIC XX.
   01 WS-SUMMARY-NUM PIC Z(8)9.
   01 WS-AMOUNT-EDIT PIC -(7)9.99.
   01 WS-ORIG-EDIT PIC -(7)9.99.
   01 WS-RATE-EDIT PIC ZZ9.999999.
   01 WS-RATE-TEXT REDEFINES WS-RATE-EDIT PIC X(10).
   01 WS-ROW-DATE PIC X(8).
   01 WS-ROW-BATCH PIC X(2).
   PROCEDURE DIVISION.
   0000-MAIN.
       PERFORM 1000-INITIALIZE

   2000-SCAN-AUDIT.
       ADD 1 TO WS-READ-COUNT
       IF AUD-BUS-DATE = SPACES THEN
           MOVE AUD-RUN-TIMESTAMP(1:8) TO WS-ROW-DATE
           MOVE SPACES TO WS-ROW-BATCH
       ELSE
           MOVE AUD-BUS-DATE TO WS-ROW-DATE
           MOVE AUD-RUN-SEQ TO WS-ROW-BATCH
       END-IF
       IF (INQ-TRAN-ID = SPACES
               OR AUD-TRAN-ID = INQ-TRAN-ID)
           AND (INQ-FROM-DATE = SPACES
               OR WS-ROW-DATE >= INQ-FROM-DATE)
           AND (INQ-TO-DATE = SPACES
               OR WS-ROW-DATE <= INQ-TO-DATE) THEN
           PERFORM 2100-PRINT-MATCH
       END-IF
       PERFORM 2900-READ-AUDIT.
       ADD 1 TO WS-MATCH-COUNT
       MOVE AUD-AMOUNT TO WS-AMOUNT-EDIT
       MOVE AUD-ORIG-AMOUNT TO WS-ORIG-EDIT
       IF AUD-CONV-RATE NUMERIC AND AUD-CONV-RATE > 0 THEN
           MOVE AUD-CONV-RATE TO WS-RATE-EDIT
       ELSE
           MOVE SPACES TO WS-RATE-TEXT
       END-IF
       MOVE SPACES TO INQ-RPT-RECORD
       STRING AUD-RUN-TIMESTAMP DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AUD-FORCE-FLAG DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AUD-DORMANT-FLAG DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              AUD-ORIG-CURRENCY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RATE-TEXT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-ORIG-EDIT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-ROW-BATCH DELIMITED BY SIZE
           INTO INQ-RPT-RECORD
       END-STRING
       WRITE INQ-RPT-RECORD.
