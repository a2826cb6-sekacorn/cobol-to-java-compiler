IDENTIFICATION DIVISION.
   PROGRAM-ID. ACCTSTMT.
  *> ACCTSTMT - Month-end account statements for SAMPLE1.
  *> Prints one statement per account from the activity history
  *> ACCTPOST keeps (ACTHIST, sorted by account ahead of this
  *> step with posting order kept inside each account): the
  *> opening balance, every posting in the month with its
  *> Tran-ID, tier, reversal flag and original currency, and the
  *> closing balance. The opening balance is the balance after
  *> the account's last posting before the month; an account
  *> with no postings in the month still gets a statement while
  *> it holds a balance. Each statement is cross-footed - the
  *> opening balance plus the month's postings must land on the
  *> balance after the last of them - and a break is flagged on
  *> the statement and sets RETURN-CODE 8. The month and an
  *> optional single account come from the STMCARDS card.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT HISTORY-FILE ASSIGN TO "ACTHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACTHIST-STATUS.
       SELECT OPTIONAL CARD-FILE ASSIGN TO "STMCARDS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMCARDS-STATUS.
       SELECT STMT-RPT-FILE ASSIGN TO "STMTRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMTRPT-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  HISTORY-FILE.
   01  HISTORY-RECORD.
       COPY ACTVREC.
   FD  CARD-FILE.
   01  CARD-RECORD.
       COPY STMCARD.
   FD  STMT-RPT-FILE.
   01  STMT-RPT-RECORD PIC X(100).
   WORKING-STORAGE SECTION.
   01 WS-ACTHIST-STATUS PIC XX.
   01 WS-STMCARDS-STATUS PIC XX.
   01 WS-STMTRPT-STATUS PIC XX.
   01 WS-EOF-FLAG PIC X VALUE "N".
       88 END-OF-FILE VALUE "Y".
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-RUN-TIMESTAMP PIC X(21).
   01 WS-STMT-MONTH PIC X(6).
   01 WS-SELECT-ID PIC X(10) VALUE SPACES.
   01 WS-CUR-ID PIC X(10) VALUE SPACES.
   01 WS-CUR-NAME PIC X(20).
   01 WS-CUR-BRANCH PIC X(4).
   01 WS-STARTED-FLAG PIC X VALUE "N".
       88 STATEMENT-STARTED VALUE "Y".
   01 WS-OPENING-BALANCE PIC S9(11)V99 VALUE 0.
   01 WS-CLOSING-BALANCE PIC S9(11)V99 VALUE 0.
   01 WS-RUNNING-BALANCE PIC S9(11)V99 VALUE 0.
   01 WS-MONTH-ITEMS PIC 9(7) VALUE 0.
   01 WS-MONTH-DEBITS PIC 9(11)V99 VALUE 0.
   01 WS-MONTH-CREDITS PIC 9(11)V99 VALUE 0.
   01 WS-POST-AMOUNT PIC 9(7)V99.
   01 WS-READ-COUNT PIC 9(9) VALUE 0.
   01 WS-STMT-COUNT PIC 9(9) VALUE 0.
   01 WS-BREAK-COUNT PIC 9(9) VALUE 0.
   01 WS-AMOUNT-EDIT PIC -(7)9.99.
   01 WS-ORIG-EDIT PIC -(7)9.99.
   01 WS-BALANCE-EDIT PIC -(11)9.99.
   01 WS-LINE-NUM PIC Z(8)9.
   01 WS-LINE-AMT PIC -(11)9.99.
   PROCEDURE DIVISION.
   0000-MAIN.
       PERFORM 1000-INITIALIZE
       PERFORM 2000-PROCESS-ROW UNTIL END-OF-FILE
       PERFORM 2500-CLOSE-ACCOUNT
       PERFORM 3000-FINALIZE
       STOP RUN.

   1000-INITIALIZE.
       OPEN INPUT HISTORY-FILE
       MOVE WS-ACTHIST-STATUS TO WS-CHECK-STATUS
       MOVE "ACTHIST" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       OPEN OUTPUT STMT-RPT-FILE
       MOVE WS-STMTRPT-STATUS TO WS-CHECK-STATUS
       MOVE "STMTRPT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
       MOVE WS-RUN-TIMESTAMP(1:6) TO WS-STMT-MONTH
       PERFORM 1100-READ-CARD
       PERFORM 2900-READ-HISTORY.

   1010-VERIFY-OPEN.
       IF WS-CHECK-STATUS NOT = "00" THEN
           DISPLAY "ACCTSTMT: OPEN FAILED FOR " WS-CHECK-NAME
               " - FILE STATUS " WS-CHECK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

   1100-READ-CARD.
      *> STMCARDS is optional: no card states the run month for
      *> every account.
       OPEN INPUT CARD-FILE
       EVALUATE WS-STMCARDS-STATUS
           WHEN "00"
               READ CARD-FILE
                   AT END CONTINUE
                   NOT AT END PERFORM 1110-APPLY-CARD
               END-READ
               CLOSE CARD-FILE
           WHEN "05"
               CONTINUE
           WHEN OTHER
               DISPLAY "ACCTSTMT: OPEN FAILED FOR STMCARDS - "
                   "FILE STATUS " WS-STMCARDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

   1110-APPLY-CARD.
       IF STM-MONTH NOT = SPACES THEN
           IF STM-MONTH NOT NUMERIC THEN
               DISPLAY "ACCTSTMT: BAD STATEMENT MONTH '" STM-MONTH
                   "' ON STMCARDS - EXPECTED YYYYMM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE STM-MONTH TO WS-STMT-MONTH
       END-IF
       MOVE STM-ACCT-ID TO WS-SELECT-ID.

   2000-PROCESS-ROW.
       ADD 1 TO WS-READ-COUNT
       IF ACV-TRAN-ID < WS-CUR-ID THEN
           DISPLAY "ACCTSTMT: ACTHIST NOT IN ACCOUNT ORDER AT "
               ACV-TRAN-ID " - SORT STEP MISSING? ABORTING"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-SELECT-ID = SPACES
               OR ACV-TRAN-ID = WS-SELECT-ID THEN
           IF ACV-TRAN-ID NOT = WS-CUR-ID THEN
               PERFORM 2500-CLOSE-ACCOUNT
               PERFORM 2100-START-ACCOUNT
           END-IF
           MOVE ACV-ACCT-NAME TO WS-CUR-NAME
           MOVE ACV-ACCT-BRANCH TO WS-CUR-BRANCH
           EVALUATE TRUE
               WHEN ACV-POST-DATE(1:6) < WS-STMT-MONTH
                   MOVE ACV-BALANCE-AFTER TO WS-OPENING-BALANCE
               WHEN ACV-POST-DATE(1:6) = WS-STMT-MONTH
                   PERFORM 2200-PRINT-POSTING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       END-IF
       PERFORM 2900-READ-HISTORY.

   2100-START-ACCOUNT.
       MOVE ACV-TRAN-ID TO WS-CUR-ID
       MOVE "N" TO WS-STARTED-FLAG
       MOVE 0 TO WS-OPENING-BALANCE
       MOVE 0 TO WS-CLOSING-BALANCE
       MOVE 0 TO WS-RUNNING-BALANCE
       MOVE 0 TO WS-MONTH-ITEMS
       MOVE 0 TO WS-MONTH-DEBITS
       MOVE 0 TO WS-MONTH-CREDITS.

   2200-PRINT-POSTING.
       IF NOT STATEMENT-STARTED THEN
           PERFORM 2210-PRINT-HEADING
       END-IF
       ADD 1 TO WS-MONTH-ITEMS
       COMPUTE WS-POST-AMOUNT = FUNCTION ABS(ACV-AMOUNT)
       IF ACV-AMOUNT < 0 THEN
           ADD WS-POST-AMOUNT TO WS-MONTH-CREDITS
       ELSE
           ADD WS-POST-AMOUNT TO WS-MONTH-DEBITS
       END-IF
       ADD ACV-AMOUNT TO WS-RUNNING-BALANCE
       MOVE ACV-BALANCE-AFTER TO WS-CLOSING-BALANCE
       MOVE ACV-AMOUNT TO WS-AMOUNT-EDIT
       MOVE ACV-ORIG-AMOUNT TO WS-ORIG-EDIT
       MOVE ACV-BALANCE-AFTER TO WS-BALANCE-EDIT
       MOVE SPACES TO STMT-RPT-RECORD
       STRING ACV-POST-DATE DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              ACV-TRAN-ID DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-AMOUNT-EDIT DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              ACV-CLASSIFICATION DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ACV-REVERSAL-FLAG DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ACV-SOURCE-CODE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ACV-ORIG-CURRENCY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-ORIG-EDIT DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-BALANCE-EDIT DELIMITED BY SIZE
           INTO STMT-RPT-RECORD
       END-STRING
       WRITE STMT-RPT-RECORD.

   2210-PRINT-HEADING.
       SET STATEMENT-STARTED TO TRUE
       MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
       MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE
       MOVE SPACES TO STMT-RPT-RECORD
       STRING "=== ACCOUNT STATEMENT " DELIMITED BY SIZE
              WS-STMT-MONTH DELIMITED BY SIZE
              "  ACCOUNT " DELIMITED BY SIZE
              WS-CUR-ID DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-CUR-NAME DELIMITED BY SIZE
              "  BRANCH " DELIMITED BY SIZE
              WS-CUR-BRANCH DELIMITED BY SIZE
              " ===" DELIMITED BY SIZE
           INTO STMT-RPT-RECORD
       END-STRING
       WRITE STMT-RPT-RECORD
       MOVE WS-OPENING-BALANCE TO WS-LINE-AMT
       MOVE SPACES TO STMT-RPT-RECORD
       STRING "Opening balance . . . . . . : " DELIMITED BY SIZE
              WS-LINE-AMT DELIMITED BY SIZE
           INTO STMT-RPT-RECORD
       END-STRING
       WRITE STMT-RPT-RECORD
       MOVE SPACES TO STMT-RPT-RECORD
       STRING "POSTED    TRAN-ID          AMOUNT  TIER     R SRC  "
                  DELIMITED BY SIZE
              "CCY  ORIG AMOUNT          BALANCE" DELIMITED BY SIZE
           INTO STMT-RPT-RECORD
       END-STRING
       WRITE STMT-RPT-RECORD.

   2500-CLOSE-ACCOUNT.
      *> An account with nothing posted in the month still gets a
      *> statement while it carries a balance into the month.
       IF WS-CUR-ID NOT = SPACES THEN
           IF NOT STATEMENT-STARTED
                   AND WS-OPENING-BALANCE NOT = 0 THEN
               PERFORM 2210-PRINT-HEADING
               MOVE SPACES TO STMT-RPT-RECORD
               MOVE "  No postings this month" TO STMT-RPT-RECORD
               WRITE STMT-RPT-RECORD
           END-IF
           IF STATEMENT-STARTED THEN
               PERFORM 2510-PRINT-CLOSING
           END-IF
       END-IF.

   2510-PRINT-CLOSING.
       ADD 1 TO WS-STMT-COUNT
       MOVE WS-MONTH-ITEMS TO WS-LINE-NUM
       MOVE SPACES TO STMT-RPT-RECORD
       STRING "Postings this month . . . . : " DELIMITED BY SIZE
              WS-LINE-NUM DELIMITED BY SIZE
           INTO STMT-RPT-RECORD
       END-STRING
       WRITE STMT-RPT-RECORD
       MOVE WS-MONTH-DEBITS TO WS-LINE-AMT
       MOVE SPACES TO STMT-RPT-RECORD
       STRING "Debits this month . . . . . : " DELIMITED BY SIZE
              WS-LINE-AMT DELIMITED BY SIZE
           INTO STMT-RPT-RECORD
       END-STRING
       WRITE STMT-RPT-RECORD
       MOVE WS-MONTH-CREDITS TO WS-LINE-AMT
       MOVE SPACES TO STMT-RPT-RECORD
       STRING "Credits this month  . . . . : " DELIMITED BY SIZE
              WS-LINE-AMT DELIMITED BY SIZE
           INTO STMT-RPT-RECORD
       END-STRING
       WRITE STMT-RPT-RECORD
       MOVE WS-CLOSING-BALANCE TO WS-LINE-AMT
       MOVE SPACES TO STMT-RPT-RECORD
       STRING "Closing balance . . . . . . : " DELIMITED BY SIZE
              WS-LINE-AMT DELIMITED BY SIZE
           INTO STMT-RPT-RECORD
       END-STRING
       WRITE STMT-RPT-RECORD
       IF WS-RUNNING-BALANCE NOT = WS-CLOSING-BALANCE THEN
           ADD 1 TO WS-BREAK-COUNT
           MOVE WS-RUNNING-BALANCE TO WS-LINE-AMT
           MOVE SPACES TO STMT-RPT-RECORD
           STRING "*** BREAK: OPENING PLUS POSTINGS = "
                      DELIMITED BY SIZE
                  WS-LINE-AMT DELIMITED BY SIZE
               INTO STMT-RPT-RECORD
           END-STRING
           WRITE STMT-RPT-RECORD
           DISPLAY "ACCTSTMT: STATEMENT FOR " WS-CUR-ID
               " DOES NOT CROSS-FOOT TO ITS CLOSING BALANCE"
           IF RETURN-CODE < 8 THEN
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF.

   2900-READ-HISTORY.
       READ HISTORY-FILE
           AT END SET END-OF-FILE TO TRUE
       END-READ.

   3000-FINALIZE.
       MOVE WS-STMT-COUNT TO WS-LINE-NUM
       MOVE SPACES TO STMT-RPT-RECORD
       STRING "Statements printed  . . . . : " DELIMITED BY SIZE
              WS-LINE-NUM DELIMITED BY SIZE
           INTO STMT-RPT-RECORD
       END-STRING
       WRITE STMT-RPT-RECORD
       CLOSE HISTORY-FILE
       CLOSE STMT-RPT-FILE
       DISPLAY "ACCTSTMT: MONTH " WS-STMT-MONTH
           " HISTORY ROWS READ " WS-READ-COUNT
           " STATEMENTS " WS-STMT-COUNT
           " BREAKS " WS-BREAK-COUNT.
