IDENTIFICATION DIVISION.
   PROGRAM-ID. STRSCRN.
  *> STRSCRN - Structuring and velocity screening.
  *> Looks across nights at every account posting tonight, which
  *> the per-run exposure check in SAMPLE1 cannot do. Reads
  *> tonight's extract (EXTIN) and the posted-transaction history
  *> SAMPLE1 started the night with (HISTIN), and applies three
  *> rules over a rolling window of days set on the operations
  *> card (SCRCARDS): many items just under the elevated tier
  *> break from the SAMPLE1 parameter card (PARMIN), a jump in
  *> item count against the account's own daily average, and a
  *> high share of reversals. Each rule an account trips is one
  *> row on the case file (CASEOUT) and one line on the alert
  *> report (ALERTRPT), both in branch and account order for the
  *> compliance desk. Any case ends the step RETURN-CODE 8, as
  *> TRENDRPT does for a metric out of tolerance, so the
  *> scheduler routes the report the same night.
  *> A supplemental batch (run sequence 02 up) screens a late
  *> feed for a date whose nightly batch is already on HISTIN:
  *> those same-date postings count with the batch's own as the
  *> day's items, so a split across the two batches is seen.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT EXTRACT-IN-FILE ASSIGN TO "EXTIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTIN-STATUS.
       SELECT OPTIONAL HIST-IN-FILE ASSIGN TO "HISTIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTIN-STATUS.
       SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARMIN-STATUS.
       SELECT CARD-FILE ASSIGN TO "SCRCARDS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCRCARDS-STATUS.
       SELECT CASE-OUT-FILE ASSIGN TO "CASEOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CASEOUT-STATUS.
       SELECT ALERT-RPT-FILE ASSIGN TO "ALERTRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERTRPT-STATUS.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  EXTRACT-IN-FILE.
   01  EXTRACT-RECORD.
       COPY EXTRACTREC.
   FD  HIST-IN-FILE.
   01  HIST-IN-RECORD.
       COPY HISTIREC.
   FD  PARM-FILE.
   01  PARM-RECORD.
       COPY PARMREC.
   FD  CARD-FILE.
   01  CARD-RECORD.
       COPY SCRCARD.
   FD  CASE-OUT-FILE.
   01  CASE-RECORD.
       COPY CASEREC.
   FD  ALERT-RPT-FILE.
   01  ALERT-RPT-RECORD PIC X(100).
   FD  RUN-CONTROL-FILE.
   01  RUN-CONTROL-RECORD.
       COPY RUNCTLREC.
   WORKING-STORAGE SECTION.
   01 WS-EXTIN-STATUS PIC XX.
   01 WS-HISTIN-STATUS PIC XX.
   01 WS-PARMIN-STATUS PIC XX.
   01 WS-SCRCARDS-STATUS PIC XX.
   01 WS-CASEOUT-STATUS PIC XX.
   01 WS-ALERTRPT-STATUS PIC XX.
   01 WS-RUNCTL-STATUS PIC XX.
   01 WS-RUN-TIMESTAMP PIC X(21).
   01 WS-END-TIMESTAMP PIC X(21).
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-EXT-EOF-FLAG PIC X VALUE "N".
       88 EXT-LOAD-DONE VALUE "Y".
   01 WS-HIST-EOF-FLAG PIC X VALUE "N".
       88 HIST-END-OF-FILE VALUE "Y".
   01 WS-HIST-OPEN-FLAG PIC X VALUE "N".
       88 HIST-IS-OPEN VALUE "Y".
  *> Rule settings - compiled-in defaults, overridden card field
  *> by card field.
   01 WS-ELEVATED-BREAK PIC 9(7)V99 VALUE 500.
   01 WS-WINDOW-DAYS PIC 9(3) VALUE 30.
   01 WS-NEAR-PCT PIC 9(3) VALUE 10.
   01 WS-NEAR-COUNT PIC 9(3) VALUE 3.
   01 WS-VELOCITY-PCT PIC 9(4) VALUE 300.
   01 WS-VELOCITY-MIN PIC 9(3) VALUE 5.
   01 WS-REVERSAL-PCT PIC 9(3) VALUE 30.
   01 WS-REVERSAL-MIN PIC 9(3) VALUE 3.
   01 WS-NEAR-KEEP-PCT PIC 9(3).
   01 WS-NEAR-FLOOR PIC 9(7)V99.
   01 WS-TONIGHT-DATE PIC X(8) VALUE SPACES.
   01 WS-TONIGHT-SEQ PIC 9(2) VALUE 1.
   01 WS-HIST-DAY-FLAG PIC X.
       88 HIST-SAME-DAY VALUE "Y".
   01 WS-TONIGHT-NUM PIC 9(8).
   01 WS-WINDOW-INT PIC 9(9).
   01 WS-WINDOW-FROM PIC 9(8).
   01 WS-WINDOW-FROM-X REDEFINES WS-WINDOW-FROM PIC X(8).
   01 WS-ITEM-AMOUNT PIC S9(7)V99.
   01 WS-ITEM-ABS PIC 9(7)V99.
   01 WS-ITEM-NEAR-FLAG PIC X.
       88 ITEM-IS-NEAR VALUE "Y".
  *> One entry per account posting tonight - only those are
  *> screened, so the table is bounded by the night's activity.
   01 WS-ACC-MAX PIC 9(5) VALUE 20000.
   01 WS-ACC-COUNT PIC 9(5) VALUE 0.
   01 WS-ACC-TABLE.
       05 WS-ACC-ENTRY OCCURS 20000 TIMES INDEXED BY ACC-IDX.
           10 WS-ACC-ID            PIC X(10).
           10 WS-ACC-NAME          PIC X(20).
           10 WS-ACC-BRANCH        PIC X(4).
           10 WS-ACC-TONIGHT-ITEMS PIC 9(5).
           10 WS-ACC-TONIGHT-NEAR  PIC 9(5).
           10 WS-ACC-TONIGHT-REV   PIC 9(5).
           10 WS-ACC-WINDOW-ITEMS  PIC 9(5).
           10 WS-ACC-WINDOW-NEAR   PIC 9(5).
           10 WS-ACC-WINDOW-REV    PIC 9(5).
   01 WS-ACC-SUB PIC 9(5).
   01 WS-TOTAL-ITEMS PIC 9(6).
   01 WS-TOTAL-NEAR PIC 9(6).
   01 WS-TOTAL-REV PIC 9(6).
   01 WS-VELOCITY-LHS PIC 9(12).
   01 WS-VELOCITY-RHS PIC 9(12).
   01 WS-REV-SHARE PIC 9(5).
  *> Cases are held in branch/account order until end of run so
  *> the case file and the report come out grouped by branch.
   01 WS-CASE-MAX PIC 9(5) VALUE 5000.
   01 WS-CASE-COUNT PIC 9(5) VALUE 0.
   01 WS-CASE-TABLE.
       05 WS-CASE-ENTRY OCCURS 5000 TIMES INDEXED BY CASE-IDX.
           10 WS-CASE-KEY.
               15 WS-CASE-BRANCH    PIC X(4).
               15 WS-CASE-ACCT-ID   PIC X(10).
           10 WS-CASE-NAME          PIC X(20).
           10 WS-CASE-RULE          PIC X(8).
           10 WS-CASE-WINDOW-ITEMS  PIC 9(5).
           10 WS-CASE-TONIGHT-ITEMS PIC 9(5).
           10 WS-CASE-OBSERVED      PIC 9(5).
           10 WS-CASE-THRESHOLD     PIC 9(5).
   01 WS-CASE-SUB PIC 9(5).
   01 WS-CASE-POS PIC 9(5).
   01 WS-NEW-CASE.
       05 WS-NEW-KEY.
           10 WS-NEW-BRANCH PIC X(4).
           10 WS-NEW-ACCT-ID PIC X(10).
       05 WS-NEW-NAME          PIC X(20).
       05 WS-NEW-RULE          PIC X(8).
       05 WS-NEW-WINDOW-ITEMS  PIC 9(5).
       05 WS-NEW-TONIGHT-ITEMS PIC 9(5).
       05 WS-NEW-OBSERVED      PIC 9(5).
       05 WS-NEW-THRESHOLD     PIC 9(5).
   01 WS-PREV-BRANCH PIC X(4).
   01 WS-BRANCH-CASES PIC 9(5).
   01 WS-EXT-READ-COUNT PIC 9(9) VALUE 0.
   01 WS-HIST-READ-COUNT PIC 9(9) VALUE 0.
   01 WS-HIST-USED-COUNT PIC 9(9) VALUE 0.
   01 WS-NEARTHR-CASES PIC 9(5) VALUE 0.
   01 WS-VELOCITY-CASES PIC 9(5) VALUE 0.
   01 WS-REVERSAL-CASES PIC 9(5) VALUE 0.
   01 WS-SUMMARY-NUM PIC Z(8)9.
   01 WS-COUNT-EDIT PIC Z(4)9.
   01 WS-OBSERVED-EDIT PIC Z(4)9.
   01 WS-THRESHOLD-EDIT PIC Z(4)9.
   01 WS-TONIGHT-EDIT PIC Z(4)9.
   01 WS-BREAK-EDIT PIC Z(6)9.99.
   01 WS-FLOOR-EDIT PIC Z(6)9.99.
   PROCEDURE DIVISION.
   0000-MAIN.
       PERFORM 1000-INITIALIZE
       PERFORM 2000-SCAN-HISTORY UNTIL HIST-END-OF-FILE
       PERFORM 3000-FINALIZE
       PERFORM 8000-LOG-RUN-CONTROL
       STOP RUN.

   1000-INITIALIZE.
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
       OPEN OUTPUT ALERT-RPT-FILE
       MOVE WS-ALERTRPT-STATUS TO WS-CHECK-STATUS
       MOVE "ALERTRPT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       OPEN OUTPUT CASE-OUT-FILE
       MOVE WS-CASEOUT-STATUS TO WS-CHECK-STATUS
       MOVE "CASEOUT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       PERFORM 1100-READ-PARMS
       PERFORM 1150-READ-CARD
       SUBTRACT WS-NEAR-PCT FROM 100 GIVING WS-NEAR-KEEP-PCT
       COMPUTE WS-NEAR-FLOOR ROUNDED =
           WS-ELEVATED-BREAK * WS-NEAR-KEEP-PCT / 100
       OPEN INPUT EXTRACT-IN-FILE
       MOVE WS-EXTIN-STATUS TO WS-CHECK-STATUS
       MOVE "EXTIN" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       PERFORM 1200-LOAD-ONE-EXTRACT UNTIL EXT-LOAD-DONE
       CLOSE EXTRACT-IN-FILE
       PERFORM 1300-WRITE-REPORT-HEADER
       IF WS-ACC-COUNT = 0 THEN
           DISPLAY "STRSCRN: EXTIN IS EMPTY - NOTHING POSTED "
               "TONIGHT TO SCREEN"
           SET HIST-END-OF-FILE TO TRUE
       ELSE
           MOVE WS-TONIGHT-DATE TO WS-TONIGHT-NUM
           COMPUTE WS-WINDOW-INT =
               FUNCTION INTEGER-OF-DATE(WS-TONIGHT-NUM)
                   - WS-WINDOW-DAYS
           COMPUTE WS-WINDOW-FROM =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
           PERFORM 1400-OPEN-HISTORY
       END-IF.

   1010-VERIFY-OPEN.
       IF WS-CHECK-STATUS NOT = "00" THEN
           DISPLAY "STRSCRN: OPEN FAILED FOR " WS-CHECK-NAME
               " - FILE STATUS " WS-CHECK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

   1100-READ-PARMS.
      *> Same card, same default and same check as SAMPLE1 uses
      *> for its tiers, so the screen's idea of "just under the
      *> break" never drifts from the classification's.
       OPEN INPUT PARM-FILE
       IF WS-PARMIN-STATUS = "00" THEN
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PARM-ELEVATED-BREAK NOT NUMERIC THEN
                       DISPLAY "STRSCRN: PARMIN ELEVATED BREAK NOT "
                           "NUMERIC - RE-KEY THE CARD TO THE "
                           "CURRENT LAYOUT. ABORTING."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE PARM-ELEVATED-BREAK TO WS-ELEVATED-BREAK
           END-READ
           CLOSE PARM-FILE
       END-IF.

   1150-READ-CARD.
       OPEN INPUT CARD-FILE
       MOVE WS-SCRCARDS-STATUS TO WS-CHECK-STATUS
       MOVE "SCRCARDS" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       READ CARD-FILE
           AT END CONTINUE
           NOT AT END
               IF SCR-WINDOW-DAYS NUMERIC
                       AND SCR-WINDOW-DAYS > 0 THEN
                   MOVE SCR-WINDOW-DAYS TO WS-WINDOW-DAYS
               END-IF
              *> 100 or more would make every item "near".
               IF SCR-NEAR-PCT NUMERIC
                       AND SCR-NEAR-PCT > 0
                       AND SCR-NEAR-PCT < 100 THEN
                   MOVE SCR-NEAR-PCT TO WS-NEAR-PCT
               END-IF
               IF SCR-NEAR-COUNT NUMERIC
                       AND SCR-NEAR-COUNT > 0 THEN
                   MOVE SCR-NEAR-COUNT TO WS-NEAR-COUNT
               END-IF
               IF SCR-VELOCITY-PCT NUMERIC
                       AND SCR-VELOCITY-PCT > 0 THEN
                   MOVE SCR-VELOCITY-PCT TO WS-VELOCITY-PCT
               END-IF
               IF SCR-VELOCITY-MIN NUMERIC
                       AND SCR-VELOCITY-MIN > 0 THEN
                   MOVE SCR-VELOCITY-MIN TO WS-VELOCITY-MIN
               END-IF
               IF SCR-REVERSAL-PCT NUMERIC
                       AND SCR-REVERSAL-PCT > 0
                       AND SCR-REVERSAL-PCT NOT > 100 THEN
                   MOVE SCR-REVERSAL-PCT TO WS-REVERSAL-PCT
               END-IF
               IF SCR-REVERSAL-MIN NUMERIC
                       AND SCR-REVERSAL-MIN > 0 THEN
                   MOVE SCR-REVERSAL-MIN TO WS-REVERSAL-MIN
               END-IF
       END-READ
       CLOSE CARD-FILE.

   1200-LOAD-ONE-EXTRACT.
       READ EXTRACT-IN-FILE
           AT END SET EXT-LOAD-DONE TO TRUE
           NOT AT END
               ADD 1 TO WS-EXT-READ-COUNT
               IF WS-TONIGHT-DATE = SPACES THEN
                   MOVE EXT-RUN-DATE TO WS-TONIGHT-DATE
                   IF EXT-RUN-SEQ NUMERIC AND EXT-RUN-SEQ > 0 THEN
                       MOVE EXT-RUN-SEQ TO WS-TONIGHT-SEQ
                   END-IF
               END-IF
               MOVE EXT-AMOUNT TO WS-ITEM-AMOUNT
               PERFORM 2200-TEST-NEAR
               PERFORM 1210-FIND-ACCOUNT
               ADD 1 TO WS-ACC-TONIGHT-ITEMS (ACC-IDX)
               IF ITEM-IS-NEAR THEN
                   ADD 1 TO WS-ACC-TONIGHT-NEAR (ACC-IDX)
               END-IF
               IF EXT-REVERSAL-FLAG = "R" THEN
                   ADD 1 TO WS-ACC-TONIGHT-REV (ACC-IDX)
               END-IF
       END-READ.

   1210-FIND-ACCOUNT.
       SET ACC-IDX TO 1
       SEARCH WS-ACC-ENTRY
           AT END
               PERFORM 1220-ADD-ACCOUNT
           WHEN ACC-IDX > WS-ACC-COUNT
               PERFORM 1220-ADD-ACCOUNT
           WHEN WS-ACC-ID (ACC-IDX) = EXT-TRAN-ID
               CONTINUE
       END-SEARCH.

   1220-ADD-ACCOUNT.
       IF WS-ACC-COUNT >= WS-ACC-MAX THEN
           DISPLAY "STRSCRN: ACCOUNT TABLE FULL AT "
               WS-ACC-MAX " ENTRIES"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-ACC-COUNT
       SET ACC-IDX TO WS-ACC-COUNT
       MOVE EXT-TRAN-ID TO WS-ACC-ID (ACC-IDX)
       MOVE EXT-ACCT-NAME TO WS-ACC-NAME (ACC-IDX)
       MOVE EXT-ACCT-BRANCH TO WS-ACC-BRANCH (ACC-IDX)
       MOVE 0 TO WS-ACC-TONIGHT-ITEMS (ACC-IDX)
       MOVE 0 TO WS-ACC-TONIGHT-NEAR (ACC-IDX)
       MOVE 0 TO WS-ACC-TONIGHT-REV (ACC-IDX)
       MOVE 0 TO WS-ACC-WINDOW-ITEMS (ACC-IDX)
       MOVE 0 TO WS-ACC-WINDOW-NEAR (ACC-IDX)
       MOVE 0 TO WS-ACC-WINDOW-REV (ACC-IDX).

   1300-WRITE-REPORT-HEADER.
       MOVE SPACES TO ALERT-RPT-RECORD
       STRING "=== STRUCTURING AND VELOCITY SCREEN FOR "
                  DELIMITED BY SIZE
              WS-TONIGHT-DATE DELIMITED BY SIZE
              " ===" DELIMITED BY SIZE
           INTO ALERT-RPT-RECORD
       END-STRING
       WRITE ALERT-RPT-RECORD
       MOVE WS-WINDOW-DAYS TO WS-COUNT-EDIT
       MOVE SPACES TO ALERT-RPT-RECORD
       STRING "Window (calendar days) . . . : " DELIMITED BY SIZE
              WS-COUNT-EDIT DELIMITED BY SIZE
           INTO ALERT-RPT-RECORD
       END-STRING
       WRITE ALERT-RPT-RECORD
       MOVE WS-NEAR-FLOOR TO WS-FLOOR-EDIT
       MOVE WS-ELEVATED-BREAK TO WS-BREAK-EDIT
       MOVE WS-NEAR-COUNT TO WS-COUNT-EDIT
       MOVE SPACES TO ALERT-RPT-RECORD
       STRING "NEARTHR  . . . . . . . . . . : " DELIMITED BY SIZE
              WS-COUNT-EDIT DELIMITED BY SIZE
              " OR MORE ITEMS OVER " DELIMITED BY SIZE
              WS-FLOOR-EDIT DELIMITED BY SIZE
              " UP TO " DELIMITED BY SIZE
              WS-BREAK-EDIT DELIMITED BY SIZE
           INTO ALERT-RPT-RECORD
       END-STRING
       WRITE ALERT-RPT-RECORD
       MOVE WS-VELOCITY-PCT TO WS-COUNT-EDIT
       MOVE WS-VELOCITY-MIN TO WS-TONIGHT-EDIT
       MOVE SPACES TO ALERT-RPT-RECORD
       STRING "VELOCITY . . . . . . . . . . : " DELIMITED BY SIZE
              WS-TONIGHT-EDIT DELIMITED BY SIZE
              " OR MORE ITEMS AND OVER " DELIMITED BY SIZE
              WS-COUNT-EDIT DELIMITED BY SIZE
              "% OF DAILY AVERAGE" DELIMITED BY SIZE
           INTO ALERT-RPT-RECORD
       END-STRING
       WRITE ALERT-RPT-RECORD
       MOVE WS-REVERSAL-MIN TO WS-TONIGHT-EDIT
       MOVE WS-REVERSAL-PCT TO WS-COUNT-EDIT
       MOVE SPACES TO ALERT-RPT-RECORD
       STRING "REVERSAL . . . . . . . . . . : " DELIMITED BY SIZE
              WS-TONIGHT-EDIT DELIMITED BY SIZE
              " OR MORE REVERSALS AND " DELIMITED BY SIZE
              WS-COUNT-EDIT DELIMITED BY SIZE
              "% OR MORE OF ITEMS" DELIMITED BY SIZE
           INTO ALERT-RPT-RECORD
       END-STRING
       WRITE ALERT-RPT-RECORD.

   1400-OPEN-HISTORY.
      *> Status 05: no history yet (first run) - the rules then
      *> see tonight alone.
       OPEN INPUT HIST-IN-FILE
       EVALUATE WS-HISTIN-STATUS
           WHEN "00"
               SET HIST-IS-OPEN TO TRUE
               PERFORM 2900-READ-HISTORY
           WHEN "05"
               SET HIST-END-OF-FILE TO TRUE
               CLOSE HIST-IN-FILE
           WHEN OTHER
               MOVE WS-HISTIN-STATUS TO WS-CHECK-STATUS
               MOVE "HISTIN" TO WS-CHECK-NAME
               PERFORM 1010-VERIFY-OPEN
       END-EVALUATE.

   2000-SCAN-HISTORY.
       ADD 1 TO WS-HIST-READ-COUNT
       MOVE "N" TO WS-HIST-DAY-FLAG
       IF HSI-BUS-DATE >= WS-WINDOW-FROM-X
               AND HSI-BUS-DATE < WS-TONIGHT-DATE THEN
           PERFORM 2100-COUNT-HISTORY
       END-IF
       IF WS-TONIGHT-SEQ > 1
               AND HSI-BUS-DATE = WS-TONIGHT-DATE THEN
           SET HIST-SAME-DAY TO TRUE
           PERFORM 2100-COUNT-HISTORY
       END-IF
       PERFORM 2900-READ-HISTORY.

   2100-COUNT-HISTORY.
       SET ACC-IDX TO 1
       SEARCH WS-ACC-ENTRY
           AT END CONTINUE
           WHEN ACC-IDX > WS-ACC-COUNT
               CONTINUE
           WHEN WS-ACC-ID (ACC-IDX) = HSI-TRAN-ID
               ADD 1 TO WS-HIST-USED-COUNT
               PERFORM 2150-HISTORY-BASE-AMOUNT
               IF HIST-SAME-DAY THEN
                   PERFORM 2110-COUNT-SAME-DAY
               ELSE
                   PERFORM 2120-COUNT-WINDOW
               END-IF
       END-SEARCH.

   2110-COUNT-SAME-DAY.
      *> The nightly batch's posting for the date being screened -
      *> part of the day, not of the window before it.
       ADD 1 TO WS-ACC-TONIGHT-ITEMS (ACC-IDX)
       IF HSI-AMOUNT < 0 THEN
           ADD 1 TO WS-ACC-TONIGHT-REV (ACC-IDX)
       END-IF
       IF ITEM-IS-NEAR THEN
           ADD 1 TO WS-ACC-TONIGHT-NEAR (ACC-IDX)
       END-IF.

   2120-COUNT-WINDOW.
       ADD 1 TO WS-ACC-WINDOW-ITEMS (ACC-IDX)
       IF HSI-AMOUNT < 0 THEN
           ADD 1 TO WS-ACC-WINDOW-REV (ACC-IDX)
       END-IF
       IF ITEM-IS-NEAR THEN
           ADD 1 TO WS-ACC-WINDOW-NEAR (ACC-IDX)
       END-IF.

   2150-HISTORY-BASE-AMOUNT.
      *> Rows from before the base amount was carried have spaces
      *> there: a base-currency row's amount as sent is its base
      *> amount; a foreign one cannot be placed against the break
      *> and never counts as near.
       MOVE "N" TO WS-ITEM-NEAR-FLAG
       IF HSI-BASE-AMOUNT NUMERIC THEN
           MOVE HSI-BASE-AMOUNT TO WS-ITEM-AMOUNT
           PERFORM 2200-TEST-NEAR
       ELSE
           IF HSI-CURRENCY = SPACES THEN
               MOVE HSI-AMOUNT TO WS-ITEM-AMOUNT
               PERFORM 2200-TEST-NEAR
           END-IF
       END-IF.

   2200-TEST-NEAR.
       IF WS-ITEM-AMOUNT < 0 THEN
           COMPUTE WS-ITEM-ABS = 0 - WS-ITEM-AMOUNT
       ELSE
           MOVE WS-ITEM-AMOUNT TO WS-ITEM-ABS
       END-IF
       IF WS-ITEM-ABS > WS-NEAR-FLOOR
               AND WS-ITEM-ABS NOT > WS-ELEVATED-BREAK THEN
           SET ITEM-IS-NEAR TO TRUE
       ELSE
           MOVE "N" TO WS-ITEM-NEAR-FLAG
       END-IF.

   2900-READ-HISTORY.
       READ HIST-IN-FILE
           AT END SET HIST-END-OF-FILE TO TRUE
       END-READ.

   3000-FINALIZE.
       IF HIST-IS-OPEN THEN
           CLOSE HIST-IN-FILE
       END-IF
       PERFORM 3100-SCREEN-ONE-ACCOUNT
           VARYING WS-ACC-SUB FROM 1 BY 1
           UNTIL WS-ACC-SUB > WS-ACC-COUNT
       MOVE SPACES TO WS-PREV-BRANCH
       MOVE 0 TO WS-BRANCH-CASES
       PERFORM 3500-WRITE-ONE-CASE
           VARYING WS-CASE-SUB FROM 1 BY 1
           UNTIL WS-CASE-SUB > WS-CASE-COUNT
       IF WS-CASE-COUNT > 0 THEN
           PERFORM 3600-BRANCH-FOOTING
       END-IF
       MOVE SPACES TO ALERT-RPT-RECORD
       WRITE ALERT-RPT-RECORD
       MOVE WS-ACC-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO ALERT-RPT-RECORD
       STRING "Accounts screened  . . . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO ALERT-RPT-RECORD
       END-STRING
       WRITE ALERT-RPT-RECORD
       MOVE WS-NEARTHR-CASES TO WS-SUMMARY-NUM
       MOVE SPACES TO ALERT-RPT-RECORD
       STRING "Near-threshold cases . . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO ALERT-RPT-RECORD
       END-STRING
       WRITE ALERT-RPT-RECORD
       MOVE WS-VELOCITY-CASES TO WS-SUMMARY-NUM
       MOVE SPACES TO ALERT-RPT-RECORD
       STRING "Velocity cases . . . . . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO ALERT-RPT-RECORD
       END-STRING
       WRITE ALERT-RPT-RECORD
       MOVE WS-REVERSAL-CASES TO WS-SUMMARY-NUM
       MOVE SPACES TO ALERT-RPT-RECORD
       STRING "Reversal-ratio cases . . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO ALERT-RPT-RECORD
       END-STRING
       WRITE ALERT-RPT-RECORD
       CLOSE CASE-OUT-FILE
       CLOSE ALERT-RPT-FILE
       IF WS-CASE-COUNT > 0 THEN
           MOVE 8 TO RETURN-CODE
           DISPLAY "STRSCRN: " WS-CASE-COUNT " SCREENING CASES "
               "RAISED - ROUTE ALERTRPT TO COMPLIANCE"
       END-IF
       DISPLAY "STRSCRN: EXTRACT ITEMS " WS-EXT-READ-COUNT
           " ACCOUNTS " WS-ACC-COUNT
           " HISTORY ROWS READ " WS-HIST-READ-COUNT
           " IN WINDOW " WS-HIST-USED-COUNT.

   3100-SCREEN-ONE-ACCOUNT.
       MOVE WS-ACC-BRANCH (WS-ACC-SUB) TO WS-NEW-BRANCH
       MOVE WS-ACC-ID (WS-ACC-SUB) TO WS-NEW-ACCT-ID
       MOVE WS-ACC-NAME (WS-ACC-SUB) TO WS-NEW-NAME
       MOVE WS-ACC-WINDOW-ITEMS (WS-ACC-SUB) TO WS-NEW-WINDOW-ITEMS
       MOVE WS-ACC-TONIGHT-ITEMS (WS-ACC-SUB)
           TO WS-NEW-TONIGHT-ITEMS
       COMPUTE WS-TOTAL-ITEMS = WS-ACC-WINDOW-ITEMS (WS-ACC-SUB)
           + WS-ACC-TONIGHT-ITEMS (WS-ACC-SUB)
       COMPUTE WS-TOTAL-NEAR = WS-ACC-WINDOW-NEAR (WS-ACC-SUB)
           + WS-ACC-TONIGHT-NEAR (WS-ACC-SUB)
       COMPUTE WS-TOTAL-REV = WS-ACC-WINDOW-REV (WS-ACC-SUB)
           + WS-ACC-TONIGHT-REV (WS-ACC-SUB)
      *> Near-threshold and reversal rules only raise a case when
      *> tonight added to the pattern, so the same old items do
      *> not re-raise it every night until they age out.
       IF WS-ACC-TONIGHT-NEAR (WS-ACC-SUB) > 0
               AND WS-TOTAL-NEAR >= WS-NEAR-COUNT THEN
           MOVE "NEARTHR" TO WS-NEW-RULE
           MOVE WS-TOTAL-NEAR TO WS-NEW-OBSERVED
           MOVE WS-NEAR-COUNT TO WS-NEW-THRESHOLD
           ADD 1 TO WS-NEARTHR-CASES
           PERFORM 3200-ADD-CASE
       END-IF
      *> Tonight against the window's daily average, compared
      *> without dividing: tonight x 100 x days > window x pct.
       COMPUTE WS-VELOCITY-LHS = WS-ACC-TONIGHT-ITEMS (WS-ACC-SUB)
           * 100 * WS-WINDOW-DAYS
       COMPUTE WS-VELOCITY-RHS = WS-ACC-WINDOW-ITEMS (WS-ACC-SUB)
           * WS-VELOCITY-PCT
       IF WS-ACC-TONIGHT-ITEMS (WS-ACC-SUB) >= WS-VELOCITY-MIN
               AND WS-VELOCITY-LHS > WS-VELOCITY-RHS THEN
           MOVE "VELOCITY" TO WS-NEW-RULE
           MOVE WS-ACC-TONIGHT-ITEMS (WS-ACC-SUB) TO WS-NEW-OBSERVED
           COMPUTE WS-NEW-THRESHOLD ROUNDED =
               WS-VELOCITY-RHS / WS-WINDOW-DAYS / 100
           IF WS-NEW-THRESHOLD < WS-VELOCITY-MIN THEN
               MOVE WS-VELOCITY-MIN TO WS-NEW-THRESHOLD
           END-IF
           ADD 1 TO WS-VELOCITY-CASES
           PERFORM 3200-ADD-CASE
       END-IF
       IF WS-ACC-TONIGHT-REV (WS-ACC-SUB) > 0
               AND WS-TOTAL-REV >= WS-REVERSAL-MIN THEN
           COMPUTE WS-REV-SHARE =
               WS-TOTAL-REV * 100 / WS-TOTAL-ITEMS
           IF WS-REV-SHARE >= WS-REVERSAL-PCT THEN
               MOVE "REVERSAL" TO WS-NEW-RULE
               MOVE WS-REV-SHARE TO WS-NEW-OBSERVED
               MOVE WS-REVERSAL-PCT TO WS-NEW-THRESHOLD
               ADD 1 TO WS-REVERSAL-CASES
               PERFORM 3200-ADD-CASE
           END-IF
       END-IF.

   3200-ADD-CASE.
      *> Insert after every case already held for the same or an
      *> earlier branch/account, keeping the table in order and
      *> an account's rules in the order they were tested.
       IF WS-CASE-COUNT >= WS-CASE-MAX THEN
           DISPLAY "STRSCRN: CASE TABLE FULL AT "
               WS-CASE-MAX " ENTRIES"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       SET CASE-IDX TO 1
       SEARCH WS-CASE-ENTRY
           AT END
               SET WS-CASE-POS TO CASE-IDX
           WHEN CASE-IDX > WS-CASE-COUNT
               SET WS-CASE-POS TO CASE-IDX
           WHEN WS-CASE-KEY (CASE-IDX) > WS-NEW-KEY
               SET WS-CASE-POS TO CASE-IDX
       END-SEARCH
       PERFORM 3210-SHIFT-ONE-CASE
           VARYING WS-CASE-SUB FROM WS-CASE-COUNT BY -1
           UNTIL WS-CASE-SUB < WS-CASE-POS
       ADD 1 TO WS-CASE-COUNT
       MOVE WS-NEW-CASE TO WS-CASE-ENTRY (WS-CASE-POS).

   3210-SHIFT-ONE-CASE.
       MOVE WS-CASE-ENTRY (WS-CASE-SUB)
           TO WS-CASE-ENTRY (WS-CASE-SUB + 1).

   3500-WRITE-ONE-CASE.
       IF WS-CASE-BRANCH (WS-CASE-SUB) NOT = WS-PREV-BRANCH
               OR WS-CASE-SUB = 1 THEN
           IF WS-CASE-SUB > 1 THEN
               PERFORM 3600-BRANCH-FOOTING
           END-IF
           MOVE WS-CASE-BRANCH (WS-CASE-SUB) TO WS-PREV-BRANCH
           MOVE 0 TO WS-BRANCH-CASES
           MOVE SPACES TO ALERT-RPT-RECORD
           WRITE ALERT-RPT-RECORD
           MOVE SPACES TO ALERT-RPT-RECORD
           STRING "--- BRANCH " DELIMITED BY SIZE
                  WS-PREV-BRANCH DELIMITED BY SIZE
                  " ---" DELIMITED BY SIZE
               INTO ALERT-RPT-RECORD
           END-STRING
           WRITE ALERT-RPT-RECORD
           MOVE SPACES TO ALERT-RPT-RECORD
           STRING "ACCOUNT     NAME                  RULE     "
                      DELIMITED BY SIZE
                  "OBSERVED  THRESHOLD  WINDOW  TONIGHT"
                      DELIMITED BY SIZE
               INTO ALERT-RPT-RECORD
           END-STRING
           WRITE ALERT-RPT-RECORD
       END-IF
       ADD 1 TO WS-BRANCH-CASES
       MOVE SPACES TO CASE-RECORD
       MOVE WS-TONIGHT-DATE TO CSE-RUN-DATE
       MOVE WS-CASE-ACCT-ID (WS-CASE-SUB) TO CSE-ACCT-ID
       MOVE WS-CASE-BRANCH (WS-CASE-SUB) TO CSE-ACCT-BRANCH
       MOVE WS-CASE-NAME (WS-CASE-SUB) TO CSE-ACCT-NAME
       MOVE WS-CASE-RULE (WS-CASE-SUB) TO CSE-RULE
       MOVE WS-WINDOW-DAYS TO CSE-WINDOW-DAYS
       MOVE WS-CASE-WINDOW-ITEMS (WS-CASE-SUB) TO CSE-WINDOW-ITEMS
       MOVE WS-CASE-TONIGHT-ITEMS (WS-CASE-SUB) TO CSE-TONIGHT-ITEMS
       MOVE WS-CASE-OBSERVED (WS-CASE-SUB) TO CSE-OBSERVED
       MOVE WS-CASE-THRESHOLD (WS-CASE-SUB) TO CSE-THRESHOLD
       WRITE CASE-RECORD
       MOVE WS-CASE-OBSERVED (WS-CASE-SUB) TO WS-OBSERVED-EDIT
       MOVE WS-CASE-THRESHOLD (WS-CASE-SUB) TO WS-THRESHOLD-EDIT
       MOVE WS-CASE-WINDOW-ITEMS (WS-CASE-SUB) TO WS-COUNT-EDIT
       MOVE WS-CASE-TONIGHT-ITEMS (WS-CASE-SUB) TO WS-TONIGHT-EDIT
       MOVE SPACES TO ALERT-RPT-RECORD
       STRING WS-CASE-ACCT-ID (WS-CASE-SUB) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-CASE-NAME (WS-CASE-SUB) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-CASE-RULE (WS-CASE-SUB) DELIMITED BY SIZE
              "    " DELIMITED BY SIZE
              WS-OBSERVED-EDIT DELIMITED BY SIZE
              "      " DELIMITED BY SIZE
              WS-THRESHOLD-EDIT DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-COUNT-EDIT DELIMITED BY SIZE
              "    " DELIMITED BY SIZE
              WS-TONIGHT-EDIT DELIMITED BY SIZE
           INTO ALERT-RPT-RECORD
       END-STRING
       WRITE ALERT-RPT-RECORD.

   3600-BRANCH-FOOTING.
       MOVE WS-BRANCH-CASES TO WS-SUMMARY-NUM
       MOVE SPACES TO ALERT-RPT-RECORD
       STRING "Cases for branch " DELIMITED BY SIZE
              WS-PREV-BRANCH DELIMITED BY SIZE
              " . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO ALERT-RPT-RECORD
       END-STRING
       WRITE ALERT-RPT-RECORD.

   8000-LOG-RUN-CONTROL.
      *> One row on the shared run-control log for OPSSTAT.
      *> Status 05 is the very first run creating the log.
       OPEN EXTEND RUN-CONTROL-FILE
       IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05" THEN
           DISPLAY "STRSCRN: OPEN FAILED FOR RUNCTL - "
               "FILE STATUS " WS-RUNCTL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
       MOVE SPACES TO RUN-CONTROL-RECORD
       IF WS-TONIGHT-DATE = SPACES THEN
           MOVE WS-RUN-TIMESTAMP(1:8) TO RCL-BUS-DATE
       ELSE
           MOVE WS-TONIGHT-DATE TO RCL-BUS-DATE
       END-IF
       MOVE "STRSCRN" TO RCL-PROGRAM
       MOVE WS-RUN-TIMESTAMP(1:14) TO RCL-START-STAMP
       MOVE WS-END-TIMESTAMP(1:14) TO RCL-END-STAMP
       MOVE RETURN-CODE TO RCL-RETURN-CODE
       MOVE WS-EXT-READ-COUNT TO RCL-IN-COUNT
       MOVE WS-CASE-COUNT TO RCL-OUT-COUNT
       MOVE 0 TO RCL-EXCEPTION-COUNT
       MOVE 0 TO RCL-AMOUNT
       MOVE WS-TONIGHT-SEQ TO RCL-RUN-SEQ
       WRITE RUN-CONTROL-RECORD
       CLOSE RUN-CONTROL-FILE.
