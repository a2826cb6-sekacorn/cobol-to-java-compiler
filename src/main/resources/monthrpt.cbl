  *> ends RETURN-CODE 8, exactly as TRENDRPT does day-over-day.
  *> Finance closes the month from the same dataset the nightly
  *> trend uses, not from a side spreadsheet.
  *> Supplemental batches (run sequence 02 up) add into their
  *> month's metrics like any other batch, but only nightly
  *> rows count as runs; the supplementals are counted apart.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       05 WS-MTH-ENTRY OCCURS 60 TIMES INDEXED BY MTH-IDX.
           10 WS-MTH-YM       PIC X(6).
           10 WS-MTH-RUNS     PIC 9(4).
           10 WS-MTH-SUPPL    PIC 9(4).
           10 WS-MTH-RECORDS  PIC 9(9).
           10 WS-MTH-LOW      PIC 9(9).
           10 WS-MTH-NORMAL   PIC 9(9).
           AT END SET END-OF-FILE TO TRUE
           NOT AT END
               PERFORM 1210-FIND-MONTH
               IF STA-RUN-SEQ NUMERIC AND STA-RUN-SEQ > 1 THEN
                   ADD 1 TO WS-MTH-SUPPL (MTH-IDX)
               ELSE
                   ADD 1 TO WS-MTH-RUNS (MTH-IDX)
               END-IF
               ADD STA-RECORD-COUNT TO WS-MTH-RECORDS (MTH-IDX)
               ADD STA-LOW-COUNT TO WS-MTH-LOW (MTH-IDX)
               ADD STA-NORMAL-COUNT TO WS-MTH-NORMAL (MTH-IDX)
       ADD 1 TO WS-MTH-COUNT
       MOVE STA-RUN-DATE(1:6) TO WS-MTH-YM (WS-MTH-COUNT)
       MOVE 0 TO WS-MTH-RUNS (WS-MTH-COUNT)
       MOVE 0 TO WS-MTH-SUPPL (WS-MTH-COUNT)
       MOVE 0 TO WS-MTH-RECORDS (WS-MTH-COUNT)
       MOVE 0 TO WS-MTH-LOW (WS-MTH-COUNT)
       MOVE 0 TO WS-MTH-NORMAL (WS-MTH-COUNT)
           INTO MONTH-RPT-RECORD
       END-STRING
       WRITE MONTH-RPT-RECORD
       MOVE WS-MTH-SUPPL (WS-THIS-SUB) TO WS-LINE-NUM
       MOVE SPACES TO MONTH-RPT-RECORD
       STRING "Supplemental batches . . . . : " DELIMITED BY SIZE
              WS-LINE-NUM DELIMITED BY SIZE
           INTO MONTH-RPT-RECORD
       END-STRING
       WRITE MONTH-RPT-RECORD
       MOVE SPACES TO MONTH-RPT-RECORD
       MOVE "METRIC" TO MONTH-RPT-RECORD(1:16)
       MOVE "THIS MONTH" TO MONTH-RPT-RECORD(25:10)
