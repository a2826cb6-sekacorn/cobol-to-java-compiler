  *> flagged and the step ends RETURN-CODE 8 so the scheduler can
  *> page the on-call before the GL job consumes a suspicious
  *> extract. N and the tolerance come from the TRDCARDS card.
  *> A "run" here is a business date: a supplemental batch's row
  *> (run sequence 02 up) is added into its date's nightly row,
  *> never trended as a day of its own, and the date's line
  *> notes how many batches it holds.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT TREND-RPT-FILE ASSIGN TO "TRENDRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRENDRPT-STATUS.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  STAT-IN-FILE.
       COPY TRDCARD.
   FD  TREND-RPT-FILE.
   01  TREND-RPT-RECORD PIC X(100).
   FD  RUN-CONTROL-FILE.
   01  RUN-CONTROL-RECORD.
       COPY RUNCTLREC.
   WORKING-STORAGE SECTION.
   01 WS-STATHIST-STATUS PIC XX.
   01 WS-TRDCARDS-STATUS PIC XX.
   01 WS-TRENDRPT-STATUS PIC XX.
   01 WS-EOF-FLAG PIC X VALUE "N".
       88 END-OF-FILE VALUE "Y".
   01 WS-RUNCTL-STATUS PIC XX.
   01 WS-RUN-TIMESTAMP PIC X(21).
   01 WS-END-TIMESTAMP PIC X(21).
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-RUNS-SHOWN PIC 9(2) VALUE 7.
   01 WS-RUN-MAX PIC 9(3) VALUE 400.
   01 WS-RUN-COUNT PIC 9(3) VALUE 0.
   01 WS-RUNS-TABLE.
       05 WS-RUN-ENTRY OCCURS 400 TIMES INDEXED BY RUN-IDX.
           10 WS-RUN-DATE     PIC X(8).
           10 WS-RUN-BATCHES  PIC 9(2).
           10 WS-RUN-RECORDS  PIC 9(9).
           10 WS-RUN-LOW      PIC 9(9).
           10 WS-RUN-NORMAL   PIC 9(9).
           10 WS-RUN-REJECTS  PIC 9(9).
           10 WS-RUN-SUSPECTS PIC 9(9).
           10 WS-RUN-AMOUNT   PIC S9(11)V99.
           10 WS-RUN-LAST-SEQ PIC 9(2).
  *> Signed: the clamp below must see a negative result when the
  *> history holds fewer runs than the display window.
   01 WS-FIRST-SHOWN PIC S9(3).
       88 METRIC-OUTSIDE VALUE "Y".
   01 WS-LINE-NUM PIC Z(8)9.
   01 WS-LINE-AMT PIC -(11)9.99.
   01 WS-LINE-BATCHES PIC Z9.
   PROCEDURE DIVISION.
   0000-MAIN.
       PERFORM 1000-INITIALIZE
       PERFORM 2000-PRINT-RUN-LINES
       PERFORM 3000-CHECK-VARIANCES
       PERFORM 3900-FINALIZE
       PERFORM 8000-LOG-RUN-CONTROL
       STOP RUN.

   1000-INITIALIZE.
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
       OPEN OUTPUT TREND-RPT-FILE
       MOVE WS-TRENDRPT-STATUS TO WS-CHECK-STATUS
       MOVE "TRENDRPT" TO WS-CHECK-NAME
       READ STAT-IN-FILE
           AT END SET END-OF-FILE TO TRUE
           NOT AT END
               IF STA-RUN-SEQ NUMERIC AND STA-RUN-SEQ > 1 THEN
                   PERFORM 1210-ADD-SUPPLEMENTAL
               ELSE
                   PERFORM 1220-ADD-NEW-RUN
               END-IF
       END-READ.

   1210-ADD-SUPPLEMENTAL.
      *> Adds the batch into its date's entry. A date with no
      *> nightly row left on the history (archived away) gets an
      *> entry of its own.
       SET RUN-IDX TO 1
       SEARCH WS-RUN-ENTRY
           AT END
               PERFORM 1220-ADD-NEW-RUN
           WHEN RUN-IDX > WS-RUN-COUNT
               PERFORM 1220-ADD-NEW-RUN
           WHEN WS-RUN-DATE (RUN-IDX) = STA-RUN-DATE
               ADD 1 TO WS-RUN-BATCHES (RUN-IDX)
               ADD STA-RECORD-COUNT TO WS-RUN-RECORDS (RUN-IDX)
               ADD STA-LOW-COUNT TO WS-RUN-LOW (RUN-IDX)
               ADD STA-NORMAL-COUNT TO WS-RUN-NORMAL (RUN-IDX)
               ADD STA-ELEVATED-COUNT TO WS-RUN-ELEVATED (RUN-IDX)
               ADD STA-CRITICAL-COUNT TO WS-RUN-CRITICAL (RUN-IDX)
               ADD STA-REJECT-COUNT TO WS-RUN-REJECTS (RUN-IDX)
               ADD STA-SUSPECT-COUNT TO WS-RUN-SUSPECTS (RUN-IDX)
               ADD STA-AMOUNT-TOTAL TO WS-RUN-AMOUNT (RUN-IDX)
               MOVE STA-RUN-SEQ TO WS-RUN-LAST-SEQ (RUN-IDX)
       END-SEARCH.

   1220-ADD-NEW-RUN.
       IF WS-RUN-COUNT >= WS-RUN-MAX THEN
           DISPLAY "TRENDRPT: RUN TABLE FULL AT "
               WS-RUN-MAX " ENTRIES - ARCHIVE STATHIST"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-RUN-COUNT
       MOVE STA-RUN-DATE
           TO WS-RUN-DATE (WS-RUN-COUNT)
       MOVE STA-RECORD-COUNT
           TO WS-RUN-RECORDS (WS-RUN-COUNT)
       MOVE STA-LOW-COUNT TO WS-RUN-LOW (WS-RUN-COUNT)
       MOVE STA-NORMAL-COUNT
           TO WS-RUN-NORMAL (WS-RUN-COUNT)
       MOVE STA-ELEVATED-COUNT
           TO WS-RUN-ELEVATED (WS-RUN-COUNT)
       MOVE STA-CRITICAL-COUNT
           TO WS-RUN-CRITICAL (WS-RUN-COUNT)
       MOVE STA-REJECT-COUNT
           TO WS-RUN-REJECTS (WS-RUN-COUNT)
       MOVE STA-SUSPECT-COUNT
           TO WS-RUN-SUSPECTS (WS-RUN-COUNT)
       MOVE STA-AMOUNT-TOTAL
           TO WS-RUN-AMOUNT (WS-RUN-COUNT)
       MOVE 1 TO WS-RUN-BATCHES (WS-RUN-COUNT)
       IF STA-RUN-SEQ NUMERIC AND STA-RUN-SEQ > 0 THEN
           MOVE STA-RUN-SEQ TO WS-RUN-LAST-SEQ (WS-RUN-COUNT)
       ELSE
           MOVE 1 TO WS-RUN-LAST-SEQ (WS-RUN-COUNT)
       END-IF.

   2000-PRINT-RUN-LINES.
       COMPUTE WS-FIRST-SHOWN = WS-RUN-COUNT - WS-RUNS-SHOWN + 1
       IF WS-FIRST-SHOWN < 1 THEN
       MOVE WS-LINE-NUM TO TREND-RPT-RECORD(60:9)
       MOVE WS-RUN-AMOUNT (WS-RUN-SUB) TO WS-LINE-AMT
       MOVE WS-LINE-AMT TO TREND-RPT-RECORD(70:15)
       IF WS-RUN-BATCHES (WS-RUN-SUB) > 1 THEN
           MOVE WS-RUN-BATCHES (WS-RUN-SUB) TO WS-LINE-BATCHES
           MOVE WS-LINE-BATCHES TO TREND-RPT-RECORD(86:2)
           MOVE "BATCHES" TO TREND-RPT-RECORD(89:7)
       END-IF
       WRITE TREND-RPT-RECORD.

   3000-CHECK-VARIANCES.
       END-IF
       WRITE TREND-RPT-RECORD
       CLOSE TREND-RPT-FILE.

   8000-LOG-RUN-CONTROL.
      *> One row on the shared run-control log for OPSSTAT.
      *> Status 05 is the very first run creating the log.
       OPEN EXTEND RUN-CONTROL-FILE
       IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05" THEN
           DISPLAY "TRENDRPT: OPEN FAILED FOR RUNCTL - "
               "FILE STATUS " WS-RUNCTL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
       MOVE SPACES TO RUN-CONTROL-RECORD
       IF WS-RUN-COUNT = 0 THEN
           MOVE WS-RUN-TIMESTAMP(1:8) TO RCL-BUS-DATE
           MOVE 1 TO RCL-RUN-SEQ
       ELSE
           MOVE WS-RUN-DATE (WS-RUN-COUNT) TO RCL-BUS-DATE
           MOVE WS-RUN-LAST-SEQ (WS-RUN-COUNT) TO RCL-RUN-SEQ
       END-IF
       MOVE "TRENDRPT" TO RCL-PROGRAM
       MOVE WS-RUN-TIMESTAMP(1:14) TO RCL-START-STAMP
       MOVE WS-END-TIMESTAMP(1:14) TO RCL-END-STAMP
       MOVE RETURN-CODE TO RCL-RETURN-CODE
       MOVE WS-RUN-COUNT TO RCL-IN-COUNT
       MOVE 0 TO RCL-OUT-COUNT
       MOVE WS-FLAG-COUNT TO RCL-EXCEPTION-COUNT
       MOVE 0 TO RCL-AMOUNT
       WRITE RUN-CONTROL-RECORD
       CLOSE RUN-CONTROL-FILE.
