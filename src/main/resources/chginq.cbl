IDENTIFICATION DIVISION.
   PROGRAM-ID. CHGINQ.
  *> CHGINQ - Account master change-log inquiry.
  *> Takes an account and/or applied-date range on a control
  *> card (CHGCARDS) and prints the matching rows of the change
  *> log ACCTMNT keeps (CHGLOG): when each change was applied,
  *> the action, the pending reference, the operator who keyed it
  *> and the one who approved it, and the account's name, branch,
  *> status and exposure limit before and after. Built for audit's
  *> "who raised this limit, and who signed it off" questions.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHGLOG-STATUS.
       SELECT CARD-FILE ASSIGN TO "CHGCARDS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHGCARDS-STATUS.
       SELECT INQ-RPT-FILE ASSIGN TO "INQRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INQRPT-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  CHANGE-LOG-FILE.
   01  CHANGE-LOG-RECORD.
       COPY CHGLOGREC.
   FD  CARD-FILE.
   01  CARD-RECORD.
       COPY CHGICARD.
   FD  INQ-RPT-FILE.
   01  INQ-RPT-RECORD PIC X(100).
   WORKING-STORAGE SECTION.
   01 WS-CHGLOG-STATUS PIC XX.
   01 WS-CHGCARDS-STATUS PIC XX.
   01 WS-INQRPT-STATUS PIC XX.
   01 WS-EOF-FLAG PIC X VALUE "N".
       88 END-OF-FILE VALUE "Y".
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-READ-COUNT PIC 9(9) VALUE 0.
   01 WS-MATCH-COUNT PIC 9(9) VALUE 0.
   01 WS-SUMMARY-NUM PIC Z(8)9.
   01 WS-LIMIT-EDIT PIC Z(6)9.99.
   01 WS-IMAGE-LABEL PIC X(8).
  *> Before/after images are laid back over the account record
  *> layout to print them field by field.
   01 WS-ACCT-IMAGE.
       COPY ACCTREC.
   PROCEDURE DIVISION.
   0000-MAIN.
       PERFORM 1000-INITIALIZE
       PERFORM 2000-SCAN-LOG UNTIL END-OF-FILE
       PERFORM 3000-FINALIZE
       STOP RUN.

   1000-INITIALIZE.
       OPEN INPUT CHANGE-LOG-FILE
       MOVE WS-CHGLOG-STATUS TO WS-CHECK-STATUS
       MOVE "CHGLOG" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       OPEN OUTPUT INQ-RPT-FILE
       MOVE WS-INQRPT-STATUS TO WS-CHECK-STATUS
       MOVE "INQRPT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       PERFORM 1100-READ-CARD
       MOVE SPACES TO INQ-RPT-RECORD
       STRING "=== ACCOUNT CHANGE LOG INQUIRY  ACCOUNT='"
                  DELIMITED BY SIZE
              CHI-ACCT-ID DELIMITED BY SIZE
              "' FROM='" DELIMITED BY SIZE
              CHI-FROM-DATE DELIMITED BY SIZE
              "' TO='" DELIMITED BY SIZE
              CHI-TO-DATE DELIMITED BY SIZE
              "' ===" DELIMITED BY SIZE
           INTO INQ-RPT-RECORD
       END-STRING
       WRITE INQ-RPT-RECORD
       PERFORM 2900-READ-LOG.

   1010-VERIFY-OPEN.
       IF WS-CHECK-STATUS NOT = "00" THEN
           DISPLAY "CHGINQ: OPEN FAILED FOR " WS-CHECK-NAME
               " - FILE STATUS " WS-CHECK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

   1100-READ-CARD.
       OPEN INPUT CARD-FILE
       MOVE WS-CHGCARDS-STATUS TO WS-CHECK-STATUS
       MOVE "CHGCARDS" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       READ CARD-FILE
           AT END
               DISPLAY "CHGINQ: CHGCARDS IS EMPTY - NOTHING TO "
                   "SEARCH FOR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-READ
       CLOSE CARD-FILE.

   2000-SCAN-LOG.
       ADD 1 TO WS-READ-COUNT
       IF (CHI-ACCT-ID = SPACES
               OR CHG-ACCT-ID = CHI-ACCT-ID)
           AND (CHI-FROM-DATE = SPACES
               OR CHG-TIMESTAMP(1:8) >= CHI-FROM-DATE)
           AND (CHI-TO-DATE = SPACES
               OR CHG-TIMESTAMP(1:8) <= CHI-TO-DATE) THEN
           PERFORM 2100-PRINT-MATCH
       END-IF
       PERFORM 2900-READ-LOG.

   2100-PRINT-MATCH.
       ADD 1 TO WS-MATCH-COUNT
       MOVE SPACES TO INQ-RPT-RECORD
       STRING CHG-TIMESTAMP DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              CHG-ACTION DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              CHG-ACCT-ID DELIMITED BY SIZE
              "  REF " DELIMITED BY SIZE
              CHG-QUEUE-DATE DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              CHG-QUEUE-SEQ DELIMITED BY SIZE
              "  KEYED BY " DELIMITED BY SIZE
              CHG-MAKER-ID DELIMITED BY SIZE
              "  APPR BY " DELIMITED BY SIZE
              CHG-CHECKER-ID DELIMITED BY SIZE
           INTO INQ-RPT-RECORD
       END-STRING
       WRITE INQ-RPT-RECORD
       MOVE "BEFORE" TO WS-IMAGE-LABEL
       MOVE CHG-BEFORE-IMAGE TO WS-ACCT-IMAGE
       PERFORM 2200-PRINT-IMAGE
       MOVE "AFTER" TO WS-IMAGE-LABEL
       MOVE CHG-AFTER-IMAGE TO WS-ACCT-IMAGE
       PERFORM 2200-PRINT-IMAGE.

   2200-PRINT-IMAGE.
      *> A blank before image is an ADD - there was no account.
       MOVE SPACES TO INQ-RPT-RECORD
       IF WS-ACCT-IMAGE = SPACES THEN
           STRING "    " DELIMITED BY SIZE
                  WS-IMAGE-LABEL DELIMITED BY SIZE
                  "(NOT ON MASTER)" DELIMITED BY SIZE
               INTO INQ-RPT-RECORD
           END-STRING
       ELSE
           MOVE ACCT-EXPOSURE-LIMIT TO WS-LIMIT-EDIT
           STRING "    " DELIMITED BY SIZE
                  WS-IMAGE-LABEL DELIMITED BY SIZE
                  "NAME " DELIMITED BY SIZE
                  ACCT-NAME DELIMITED BY SIZE
                  " BRANCH " DELIMITED BY SIZE
                  ACCT-BRANCH DELIMITED BY SIZE
                  " STATUS " DELIMITED BY SIZE
                  ACCT-STATUS DELIMITED BY SIZE
                  " LIMIT " DELIMITED BY SIZE
                  WS-LIMIT-EDIT DELIMITED BY SIZE
               INTO INQ-RPT-RECORD
           END-STRING
       END-IF
       WRITE INQ-RPT-RECORD.

   2900-READ-LOG.
       READ CHANGE-LOG-FILE
           AT END SET END-OF-FILE TO TRUE
       END-READ.

   3000-FINALIZE.
       MOVE WS-MATCH-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO INQ-RPT-RECORD
       STRING "Changes matched  . . . . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO INQ-RPT-RECORD
       END-STRING
       WRITE INQ-RPT-RECORD
       CLOSE CHANGE-LOG-FILE
       CLOSE INQ-RPT-FILE
       DISPLAY "CHGINQ: ROWS READ " WS-READ-COUNT
           " MATCHED " WS-MATCH-COUNT.
