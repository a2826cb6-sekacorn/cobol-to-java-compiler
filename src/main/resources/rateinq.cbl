IDENTIFICATION DIVISION.
   PROGRAM-ID. RATEINQ.
  *> RATEINQ - Conversion-rate history inquiry.
  *> Takes a currency code and/or business-date range on a
  *> control card (RTICARDS) and prints the matching rows from
  *> the permanent rate history SAMPLE1 appends to (RATEHIST):
  *> the rate on the card for each night and batch, what the
  *> day-over-day check made of it, and the prior day's rate and
  *> move it was judged on. Built for treasury and the auditors
  *> to show which rate was used on a given night without a
  *> drawer of old FXRATES members. Held rows were never applied
  *> and are counted apart, as are rates applied on an override,
  *> so the listing answers "was anything let through" at a
  *> glance.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT RATE-HIST-FILE ASSIGN TO "RATEHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATEHIST-STATUS.
       SELECT CARD-FILE ASSIGN TO "RTICARDS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTICARDS-STATUS.
       SELECT INQ-RPT-FILE ASSIGN TO "RATERPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATERPT-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  RATE-HIST-FILE.
   01  RATE-HIST-RECORD.
       COPY RATEHREC.
   FD  CARD-FILE.
   01  CARD-RECORD.
       COPY RTICARD.
   FD  INQ-RPT-FILE.
   01  INQ-RPT-RECORD PIC X(100).
   WORKING-STORAGE SECTION.
   01 WS-RATEHIST-STATUS PIC XX.
   01 WS-RTICARDS-STATUS PIC XX.
   01 WS-RATERPT-STATUS PIC XX.
   01 WS-EOF-FLAG PIC X VALUE "N".
       88 END-OF-FILE VALUE "Y".
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-READ-COUNT PIC 9(9) VALUE 0.
   01 WS-MATCH-COUNT PIC 9(9) VALUE 0.
   01 WS-HELD-COUNT PIC 9(9) VALUE 0.
   01 WS-OVERRIDE-COUNT PIC 9(9) VALUE 0.
   01 WS-SUMMARY-NUM PIC Z(8)9.
   01 WS-STATUS-TEXT PIC X(8).
   01 WS-RATE-EDIT PIC ZZ9.999999.
   01 WS-PRIOR-EDIT PIC ZZ9.999999.
   01 WS-PRIOR-TEXT REDEFINES WS-PRIOR-EDIT PIC X(10).
   01 WS-MOVE-EDIT PIC ZZZZ9.99.
   01 WS-TOLERANCE-EDIT PIC ZZ9.99.
   PROCEDURE DIVISION.
   0000-MAIN.
       PERFORM 1000-INITIALIZE
       PERFORM 2000-SCAN-HISTORY UNTIL END-OF-FILE
       PERFORM 3000-FINALIZE
       STOP RUN.

   1000-INITIALIZE.
       OPEN INPUT RATE-HIST-FILE
       MOVE WS-RATEHIST-STATUS TO WS-CHECK-STATUS
       MOVE "RATEHIST" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       OPEN OUTPUT INQ-RPT-FILE
       MOVE WS-RATERPT-STATUS TO WS-CHECK-STATUS
       MOVE "RATERPT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       PERFORM 1100-READ-CARD
       MOVE SPACES TO INQ-RPT-RECORD
       STRING "=== CONVERSION RATE HISTORY  CURRENCY='"
                  DELIMITED BY SIZE
              RTI-CURRENCY-CODE DELIMITED BY SIZE
              "' FROM='" DELIMITED BY SIZE
              RTI-FROM-DATE DELIMITED BY SIZE
              "' TO='" DELIMITED BY SIZE
              RTI-TO-DATE DELIMITED BY SIZE
              "' ===" DELIMITED BY SIZE
           INTO INQ-RPT-RECORD
       END-STRING
       WRITE INQ-RPT-RECORD
       PERFORM 2900-READ-HISTORY.

   1010-VERIFY-OPEN.
       IF WS-CHECK-STATUS NOT = "00" THEN
           DISPLAY "RATEINQ: OPEN FAILED FOR " WS-CHECK-NAME
               " - FILE STATUS " WS-CHECK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

   1100-READ-CARD.
       OPEN INPUT CARD-FILE
       MOVE WS-RTICARDS-STATUS TO WS-CHECK-STATUS
       MOVE "RTICARDS" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       READ CARD-FILE
           AT END
               DISPLAY "RATEINQ: RTICARDS IS EMPTY - NOTHING TO "
                   "SEARCH FOR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-READ
       CLOSE CARD-FILE.

   2000-SCAN-HISTORY.
       ADD 1 TO WS-READ-COUNT
       IF (RTI-CURRENCY-CODE = SPACES
               OR RTH-CURRENCY-CODE = RTI-CURRENCY-CODE)
           AND (RTI-FROM-DATE = SPACES
               OR RTH-BUS-DATE >= RTI-FROM-DATE)
           AND (RTI-TO-DATE = SPACES
               OR RTH-BUS-DATE <= RTI-TO-DATE) THEN
           PERFORM 2100-PRINT-MATCH
       END-IF
       PERFORM 2900-READ-HISTORY.

   2100-PRINT-MATCH.
      *> Rate on the card, the check's verdict, then the prior
      *> day's applied rate, the move against it and the limit
      *> in force (no prior date - no prior rate or move shown).
       ADD 1 TO WS-MATCH-COUNT
       EVALUATE RTH-STATUS
           WHEN "A"
               MOVE "APPLIED" TO WS-STATUS-TEXT
           WHEN "N"
               MOVE "NEW" TO WS-STATUS-TEXT
           WHEN "O"
               MOVE "OVERRIDE" TO WS-STATUS-TEXT
               ADD 1 TO WS-OVERRIDE-COUNT
           WHEN "H"
               MOVE "HELD" TO WS-STATUS-TEXT
               ADD 1 TO WS-HELD-COUNT
           WHEN OTHER
               MOVE "UNKNOWN" TO WS-STATUS-TEXT
       END-EVALUATE
       MOVE RTH-CONV-RATE TO WS-RATE-EDIT
       MOVE RTH-TOLERANCE-PCT TO WS-TOLERANCE-EDIT
       MOVE SPACES TO INQ-RPT-RECORD
       IF RTH-PRIOR-DATE = SPACES THEN
           STRING RTH-BUS-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RTH-RUN-SEQ DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RTH-CURRENCY-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
                  "  NO PRIOR RATE" DELIMITED BY SIZE
               INTO INQ-RPT-RECORD
           END-STRING
       ELSE
           MOVE RTH-PRIOR-RATE TO WS-PRIOR-EDIT
           MOVE RTH-MOVE-PCT TO WS-MOVE-EDIT
           STRING RTH-BUS-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RTH-RUN-SEQ DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RTH-CURRENCY-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
                  "  PRIOR " DELIMITED BY SIZE
                  RTH-PRIOR-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRIOR-TEXT DELIMITED BY SIZE
                  "  MOVE " DELIMITED BY SIZE
                  WS-MOVE-EDIT DELIMITED BY SIZE
                  "%  LIMIT " DELIMITED BY SIZE
                  WS-TOLERANCE-EDIT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO INQ-RPT-RECORD
           END-STRING
       END-IF
       WRITE INQ-RPT-RECORD.

   2900-READ-HISTORY.
       READ RATE-HIST-FILE
           AT END SET END-OF-FILE TO TRUE
       END-READ.

   3000-FINALIZE.
       MOVE WS-MATCH-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO INQ-RPT-RECORD
       STRING "Rows matched . . . . . . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO INQ-RPT-RECORD
       END-STRING
       WRITE INQ-RPT-RECORD
       MOVE WS-OVERRIDE-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO INQ-RPT-RECORD
       STRING "Applied on override  . . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO INQ-RPT-RECORD
       END-STRING
       WRITE INQ-RPT-RECORD
       MOVE WS-HELD-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO INQ-RPT-RECORD
       STRING "Held - never applied . . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO INQ-RPT-RECORD
       END-STRING
       WRITE INQ-RPT-RECORD
       CLOSE RATE-HIST-FILE
       CLOSE INQ-RPT-FILE
       DISPLAY "RATEINQ: ROWS READ " WS-READ-COUNT
           " MATCHED " WS-MATCH-COUNT.
