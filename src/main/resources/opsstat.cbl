IDENTIFICATION DIVISION.
   PROGRAM-ID. OPSSTAT.
  *> OPSSTAT - Morning operations status report.
  *> Reads the shared run-control log (RUNCTL) every program of
  *> the nightly cycle appends to and prints one page per
  *> business date and batch (OPSRPT) - the nightly batch 01,
  *> then each supplemental batch 02 up taken for the date, on
  *> a page of its own: each expected step from the
  *> operations control cards (OPSCARDS) with its status - ran
  *> clean, ended non-zero, or missing (not run, or abended
  *> before logging) - its start and end time and key counts,
  *> any step on the log that was not expected, then the
  *> tie-out of the counts down the chain: FEEDMRG details out
  *> to SAMPLE1 records in, records in to EXTOUT rows plus
  *> rejects, suspects and orphan credits, EXTOUT rows to
  *> GLPOST items, GLPOST entries to GLACKMCH entries
  *> received, and every entry acknowledged. A rerun step - the
  *> same program again for the same date and batch - is shown
  *> by its latest run. Rows logged before the batch was carried
  *> have it blank and count as the nightly batch.
  *> Any missing required step, non-zero step or chain break
  *> sets RETURN-CODE 8 so the scheduler pages the shift lead;
  *> a clean page reads "NIGHT COMPLETE AND TIED OUT".
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
       SELECT CARD-FILE ASSIGN TO "OPSCARDS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSCARDS-STATUS.
       SELECT OPS-RPT-FILE ASSIGN TO "OPSRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPSRPT-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  RUN-CONTROL-FILE.
   01  RUN-CONTROL-RECORD.
       COPY RUNCTLREC.
   FD  CARD-FILE.
   01  CARD-RECORD.
       COPY OPSCARD.
   FD  OPS-RPT-FILE.
   01  OPS-RPT-RECORD PIC X(100).
   WORKING-STORAGE SECTION.
   01 WS-RUNCTL-STATUS PIC XX.
   01 WS-OPSCARDS-STATUS PIC XX.
   01 WS-OPSRPT-STATUS PIC XX.
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-CARD-EOF-FLAG PIC X VALUE "N".
       88 CARD-LOAD-DONE VALUE "Y".
   01 WS-LOG-EOF-FLAG PIC X VALUE "N".
       88 LOG-END-OF-FILE VALUE "Y".
   01 WS-DATES-FLAG PIC X VALUE "N".
       88 DATES-GIVEN VALUE "Y".
   01 WS-FROM-DATE PIC X(8) VALUE SPACES.
   01 WS-TO-DATE PIC X(8) VALUE SPACES.
   01 WS-STEP-MAX PIC 9(2) VALUE 30.
   01 WS-STEP-COUNT PIC 9(2) VALUE 0.
   01 WS-STEP-TABLE.
       05 WS-STEP-ENTRY OCCURS 30 TIMES INDEXED BY STP-IDX.
           10 WS-STP-PROGRAM  PIC X(8).
           10 WS-STP-REQUIRED PIC X.
   01 WS-STEP-SUB PIC 9(2).
  *> Business dates and batches being reported, kept in date
  *> and batch order - one page each.
   01 WS-DATE-MAX PIC 9(3) VALUE 100.
   01 WS-DATE-COUNT PIC 9(3) VALUE 0.
   01 WS-DATE-TABLE.
       05 WS-DATE-ENTRY OCCURS 100 TIMES INDEXED BY DTE-IDX.
           10 WS-DTE-KEY.
               15 WS-DTE-DATE PIC X(8).
               15 WS-DTE-SEQ  PIC 9(2).
   01 WS-DATE-SUB PIC 9(3).
   01 WS-SHIFT-SUB PIC 9(3).
   01 WS-INSERT-SUB PIC 9(3).
  *> Latest run of each program on each business date and
  *> batch, and how many times it ran.
   01 WS-RUN-MAX PIC 9(4) VALUE 3000.
   01 WS-RUN-COUNT PIC 9(4) VALUE 0.
   01 WS-RUN-TABLE.
       05 WS-RUN-ENTRY OCCURS 3000 TIMES INDEXED BY RUN-IDX.
           10 WS-RUN-BUS-DATE  PIC X(8).
           10 WS-RUN-SEQ       PIC 9(2).
           10 WS-RUN-PROGRAM   PIC X(8).
           10 WS-RUN-START     PIC X(14).
           10 WS-RUN-END       PIC X(14).
           10 WS-RUN-RC        PIC 9(4).
           10 WS-RUN-IN        PIC 9(9).
           10 WS-RUN-OUT       PIC 9(9).
           10 WS-RUN-EXCEPT    PIC 9(9).
           10 WS-RUN-AMOUNT    PIC S9(13)V99.
           10 WS-RUN-TIMES     PIC 9(3).
   01 WS-RUN-SUB PIC 9(4).
   01 WS-LOG-READ-COUNT PIC 9(9) VALUE 0.
  *> Date and batch of the row just read, and of the page being
  *> printed.
   01 WS-ROW-KEY.
       05 WS-ROW-DATE PIC X(8).
       05 WS-ROW-SEQ  PIC 9(2).
   01 WS-CUR-DATE PIC X(8).
   01 WS-CUR-SEQ PIC 9(2).
   01 WS-PAGE-NAME PIC X(20).
  *> One run looked up for the page - program in, result out.
   01 WS-LOOK-PROGRAM PIC X(8).
   01 WS-LOOK-FLAG PIC X.
       88 LOOK-FOUND VALUE "Y".
   01 WS-LOOK-IN PIC 9(9).
   01 WS-LOOK-OUT PIC 9(9).
   01 WS-LOOK-EXCEPT PIC 9(9).
   01 WS-EXPECTED-FLAG PIC X.
       88 STEP-EXPECTED VALUE "Y".
  *> Chain check operands.
   01 WS-CHAIN-LABEL PIC X(50).
   01 WS-CHAIN-LEFT PIC 9(9).
   01 WS-CHAIN-RIGHT PIC 9(9).
   01 WS-CHAIN-MISSING PIC X(8).
   01 WS-CHAIN-RESULT PIC X(30).
   01 WS-SAMPLE1-IN PIC 9(9).
   01 WS-SAMPLE1-OUT PIC 9(9).
   01 WS-SAMPLE1-EXCEPT PIC 9(9).
   01 WS-GLPOST-IN PIC 9(9).
   01 WS-GLPOST-OUT PIC 9(9).
   01 WS-SAMPLE1-FLAG PIC X.
       88 SAMPLE1-RAN VALUE "Y".
   01 WS-GLPOST-FLAG PIC X.
       88 GLPOST-RAN VALUE "Y".
   01 WS-PAGE-ISSUES PIC 9(4).
   01 WS-TOTAL-ISSUES PIC 9(5) VALUE 0.
   01 WS-STATUS-TEXT PIC X(10).
   01 WS-RC-EDIT PIC 9(4).
   01 WS-START-EDIT PIC X(11).
   01 WS-END-EDIT PIC X(11).
   01 WS-EDIT-IN PIC Z(8)9.
   01 WS-EDIT-OUT PIC Z(8)9.
   01 WS-EDIT-EXCEPT PIC Z(8)9.
   01 WS-EDIT-AMOUNT PIC -(12)9.99.
   01 WS-EDIT-TIMES PIC ZZ9.
   01 WS-SUMMARY-NUM PIC Z(8)9.
   PROCEDURE DIVISION.
   0000-MAIN.
       PERFORM 1000-INITIALIZE
       PERFORM 2000-LOAD-LOG
       IF WS-DATE-COUNT = 0 THEN
           PERFORM 2900-NO-ROWS
       ELSE
           PERFORM 3000-PRINT-ONE-DATE
               VARYING WS-DATE-SUB FROM 1 BY 1
               UNTIL WS-DATE-SUB > WS-DATE-COUNT
       END-IF
       PERFORM 3900-FINALIZE
       STOP RUN.

   1000-INITIALIZE.
       OPEN OUTPUT OPS-RPT-FILE
       MOVE WS-OPSRPT-STATUS TO WS-CHECK-STATUS
       MOVE "OPSRPT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       PERFORM 1100-LOAD-CARDS
       IF NOT DATES-GIVEN THEN
           PERFORM 1200-FIND-LATEST-DATE
       END-IF.

   1010-VERIFY-OPEN.
       IF WS-CHECK-STATUS NOT = "00" THEN
           DISPLAY "OPSSTAT: OPEN FAILED FOR " WS-CHECK-NAME
               " - FILE STATUS " WS-CHECK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

   1100-LOAD-CARDS.
       OPEN INPUT CARD-FILE
       MOVE WS-OPSCARDS-STATUS TO WS-CHECK-STATUS
       MOVE "OPSCARDS" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       PERFORM 1110-LOAD-ONE-CARD UNTIL CARD-LOAD-DONE
       CLOSE CARD-FILE
       IF WS-STEP-COUNT = 0 THEN
           DISPLAY "OPSSTAT: OPSCARDS HAS NO STEP CARDS - NO "
               "EXPECTED STEPS TO REPORT ON"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

   1110-LOAD-ONE-CARD.
       READ CARD-FILE
           AT END SET CARD-LOAD-DONE TO TRUE
           NOT AT END
               EVALUATE OPC-CARD-TYPE
                   WHEN "STEP"
                       PERFORM 1120-ADD-STEP
                   WHEN "DATES"
                       SET DATES-GIVEN TO TRUE
                       MOVE OPC-FROM-DATE TO WS-FROM-DATE
                       MOVE OPC-TO-DATE TO WS-TO-DATE
                       IF WS-TO-DATE = SPACES THEN
                           MOVE WS-FROM-DATE TO WS-TO-DATE
                       END-IF
                   WHEN OTHER
                       DISPLAY "OPSSTAT: UNKNOWN CARD TYPE '"
                           OPC-CARD-TYPE "' - ABORTING"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
       END-READ.

   1120-ADD-STEP.
       IF WS-STEP-COUNT >= WS-STEP-MAX THEN
           DISPLAY "OPSSTAT: STEP TABLE FULL AT "
               WS-STEP-MAX " ENTRIES"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-STEP-COUNT
       MOVE OPC-PROGRAM TO WS-STP-PROGRAM (WS-STEP-COUNT)
       IF OPC-REQUIRED = "N" THEN
           MOVE "N" TO WS-STP-REQUIRED (WS-STEP-COUNT)
       ELSE
           MOVE "Y" TO WS-STP-REQUIRED (WS-STEP-COUNT)
       END-IF.

   1200-FIND-LATEST-DATE.
      *> No DATES card: report the latest business date on the
      *> log, which takes a pass of its own to find.
       OPEN INPUT RUN-CONTROL-FILE
       MOVE WS-RUNCTL-STATUS TO WS-CHECK-STATUS
       MOVE "RUNCTL" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       PERFORM 1210-CHECK-ONE-DATE UNTIL LOG-END-OF-FILE
       CLOSE RUN-CONTROL-FILE
       MOVE WS-FROM-DATE TO WS-TO-DATE
       MOVE "N" TO WS-LOG-EOF-FLAG.

   1210-CHECK-ONE-DATE.
       READ RUN-CONTROL-FILE
           AT END SET LOG-END-OF-FILE TO TRUE
           NOT AT END
               IF RCL-BUS-DATE > WS-FROM-DATE THEN
                   MOVE RCL-BUS-DATE TO WS-FROM-DATE
               END-IF
       END-READ.

   2000-LOAD-LOG.
       OPEN INPUT RUN-CONTROL-FILE
       MOVE WS-RUNCTL-STATUS TO WS-CHECK-STATUS
       MOVE "RUNCTL" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       PERFORM 2010-LOAD-ONE-ROW UNTIL LOG-END-OF-FILE
       CLOSE RUN-CONTROL-FILE.

   2010-LOAD-ONE-ROW.
       READ RUN-CONTROL-FILE
           AT END SET LOG-END-OF-FILE TO TRUE
           NOT AT END
               ADD 1 TO WS-LOG-READ-COUNT
               IF RCL-BUS-DATE >= WS-FROM-DATE
                       AND RCL-BUS-DATE <= WS-TO-DATE THEN
                   MOVE RCL-BUS-DATE TO WS-ROW-DATE
                   IF RCL-RUN-SEQ NUMERIC AND RCL-RUN-SEQ > 0 THEN
                       MOVE RCL-RUN-SEQ TO WS-ROW-SEQ
                   ELSE
                       MOVE 1 TO WS-ROW-SEQ
                   END-IF
                   PERFORM 2100-ADD-DATE
                   PERFORM 2200-ADD-RUN
               END-IF
       END-READ.

   2100-ADD-DATE.
      *> Find the date and batch or the first one that sorts after
      *> it, and open a slot there.
       SET DTE-IDX TO 1
       SEARCH WS-DATE-ENTRY
           AT END
               PERFORM 2110-NEW-DATE
           WHEN DTE-IDX > WS-DATE-COUNT
               PERFORM 2110-NEW-DATE
           WHEN WS-DTE-KEY (DTE-IDX) = WS-ROW-KEY
               CONTINUE
           WHEN WS-DTE-KEY (DTE-IDX) > WS-ROW-KEY
               PERFORM 2110-NEW-DATE
       END-SEARCH.

   2110-NEW-DATE.
       IF WS-DATE-COUNT >= WS-DATE-MAX THEN
           DISPLAY "OPSSTAT: DATE TABLE FULL AT "
               WS-DATE-MAX " ENTRIES - NARROW THE DATES CARD"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       SET WS-INSERT-SUB TO DTE-IDX
       PERFORM 2120-SHIFT-ONE-DATE
           VARYING WS-SHIFT-SUB FROM WS-DATE-COUNT BY -1
           UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
       ADD 1 TO WS-DATE-COUNT
       MOVE WS-ROW-KEY TO WS-DTE-KEY (WS-INSERT-SUB).

   2120-SHIFT-ONE-DATE.
       MOVE WS-DATE-ENTRY (WS-SHIFT-SUB)
           TO WS-DATE-ENTRY (WS-SHIFT-SUB + 1).

   2200-ADD-RUN.
      *> A rerun replaces the earlier run of the same program for
      *> the date and batch when it ended later. A supplemental
      *> batch is a run of its own, not a rerun of the nightly.
       SET RUN-IDX TO 1
       SEARCH WS-RUN-ENTRY
           AT END
               PERFORM 2210-NEW-RUN
           WHEN RUN-IDX > WS-RUN-COUNT
               PERFORM 2210-NEW-RUN
           WHEN WS-RUN-BUS-DATE (RUN-IDX) = WS-ROW-DATE
                   AND WS-RUN-SEQ (RUN-IDX) = WS-ROW-SEQ
                   AND WS-RUN-PROGRAM (RUN-IDX) = RCL-PROGRAM
               ADD 1 TO WS-RUN-TIMES (RUN-IDX)
               IF RCL-END-STAMP >= WS-RUN-END (RUN-IDX) THEN
                   PERFORM 2220-STORE-RUN
               END-IF
       END-SEARCH.

   2210-NEW-RUN.
       IF WS-RUN-COUNT >= WS-RUN-MAX THEN
           DISPLAY "OPSSTAT: RUN TABLE FULL AT "
               WS-RUN-MAX " ENTRIES - NARROW THE DATES CARD"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-RUN-COUNT
       SET RUN-IDX TO WS-RUN-COUNT
       MOVE WS-ROW-DATE TO WS-RUN-BUS-DATE (RUN-IDX)
       MOVE WS-ROW-SEQ TO WS-RUN-SEQ (RUN-IDX)
       MOVE RCL-PROGRAM TO WS-RUN-PROGRAM (RUN-IDX)
       MOVE 1 TO WS-RUN-TIMES (RUN-IDX)
       PERFORM 2220-STORE-RUN.

   2220-STORE-RUN.
       MOVE RCL-START-STAMP TO WS-RUN-START (RUN-IDX)
       MOVE RCL-END-STAMP TO WS-RUN-END (RUN-IDX)
       MOVE RCL-RETURN-CODE TO WS-RUN-RC (RUN-IDX)
       MOVE RCL-IN-COUNT TO WS-RUN-IN (RUN-IDX)
       MOVE RCL-OUT-COUNT TO WS-RUN-OUT (RUN-IDX)
       MOVE RCL-EXCEPTION-COUNT TO WS-RUN-EXCEPT (RUN-IDX)
       MOVE RCL-AMOUNT TO WS-RUN-AMOUNT (RUN-IDX).

   2900-NO-ROWS.
       MOVE SPACES TO OPS-RPT-RECORD
       STRING "=== NO RUN-CONTROL ROWS FOR BUSINESS DATES "
                  DELIMITED BY SIZE
              WS-FROM-DATE DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              WS-TO-DATE DELIMITED BY SIZE
              " ===" DELIMITED BY SIZE
           INTO OPS-RPT-RECORD
       END-STRING
       WRITE OPS-RPT-RECORD
       ADD 1 TO WS-TOTAL-ISSUES
       DISPLAY "OPSSTAT: NOTHING ON RUNCTL FOR THE DATES REQUESTED".

   3000-PRINT-ONE-DATE.
       MOVE WS-DTE-DATE (WS-DATE-SUB) TO WS-CUR-DATE
       MOVE WS-DTE-SEQ (WS-DATE-SUB) TO WS-CUR-SEQ
       MOVE 0 TO WS-PAGE-ISSUES
       MOVE SPACES TO OPS-RPT-RECORD
       IF WS-CUR-SEQ > 1 THEN
           MOVE SPACES TO WS-PAGE-NAME
           STRING "BATCH " DELIMITED BY SIZE
                  WS-CUR-SEQ DELIMITED BY SIZE
               INTO WS-PAGE-NAME
           END-STRING
           STRING "=== SUPPLEMENTAL BATCH " DELIMITED BY SIZE
                  WS-CUR-SEQ DELIMITED BY SIZE
                  " STATUS FOR BUSINESS DATE " DELIMITED BY SIZE
                  WS-CUR-DATE DELIMITED BY SIZE
                  " ===" DELIMITED BY SIZE
               INTO OPS-RPT-RECORD
           END-STRING
       ELSE
           MOVE "NIGHT" TO WS-PAGE-NAME
           STRING "=== NIGHTLY CYCLE STATUS FOR BUSINESS DATE "
                      DELIMITED BY SIZE
                  WS-CUR-DATE DELIMITED BY SIZE
                  " ===" DELIMITED BY SIZE
               INTO OPS-RPT-RECORD
           END-STRING
       END-IF
       WRITE OPS-RPT-RECORD
       MOVE SPACES TO OPS-RPT-RECORD
       MOVE "PROGRAM" TO OPS-RPT-RECORD (1:7)
       MOVE "STATUS" TO OPS-RPT-RECORD (11:6)
       MOVE "START" TO OPS-RPT-RECORD (23:5)
       MOVE "END" TO OPS-RPT-RECORD (36:3)
       MOVE "IN" TO OPS-RPT-RECORD (56:2)
       MOVE "OUT" TO OPS-RPT-RECORD (65:3)
       MOVE "EXCEPT" TO OPS-RPT-RECORD (72:6)
       MOVE "AMOUNT" TO OPS-RPT-RECORD (89:6)
       WRITE OPS-RPT-RECORD
       PERFORM 3100-PRINT-EXPECTED-STEP
           VARYING WS-STEP-SUB FROM 1 BY 1
           UNTIL WS-STEP-SUB > WS-STEP-COUNT
       PERFORM 3200-PRINT-UNEXPECTED-RUN
           VARYING WS-RUN-SUB FROM 1 BY 1
           UNTIL WS-RUN-SUB > WS-RUN-COUNT
       PERFORM 3400-CHECK-CHAIN
       MOVE SPACES TO OPS-RPT-RECORD
       WRITE OPS-RPT-RECORD
       MOVE SPACES TO OPS-RPT-RECORD
       IF WS-PAGE-ISSUES = 0 THEN
           STRING WS-PAGE-NAME DELIMITED BY "  "
                  " COMPLETE AND TIED OUT" DELIMITED BY SIZE
               INTO OPS-RPT-RECORD
           END-STRING
       ELSE
           MOVE WS-PAGE-ISSUES TO WS-SUMMARY-NUM
           STRING "ATTENTION - ITEMS NEEDING ACTION . : "
                      DELIMITED BY SIZE
                  WS-SUMMARY-NUM DELIMITED BY SIZE
               INTO OPS-RPT-RECORD
           END-STRING
           DISPLAY "OPSSTAT: BUSINESS DATE " WS-CUR-DATE
               " BATCH " WS-CUR-SEQ " - "
               WS-PAGE-ISSUES " ITEMS NEED ACTION"
       END-IF
       WRITE OPS-RPT-RECORD
       MOVE SPACES TO OPS-RPT-RECORD
       WRITE OPS-RPT-RECORD
       ADD WS-PAGE-ISSUES TO WS-TOTAL-ISSUES.

   3100-PRINT-EXPECTED-STEP.
       SET RUN-IDX TO 1
       SEARCH WS-RUN-ENTRY
           AT END
               PERFORM 3110-STEP-NOT-RUN
           WHEN RUN-IDX > WS-RUN-COUNT
               PERFORM 3110-STEP-NOT-RUN
           WHEN WS-RUN-BUS-DATE (RUN-IDX) = WS-CUR-DATE
                   AND WS-RUN-SEQ (RUN-IDX) = WS-CUR-SEQ
                   AND WS-RUN-PROGRAM (RUN-IDX)
                       = WS-STP-PROGRAM (WS-STEP-SUB)
               PERFORM 3300-PRINT-RUN-LINE
       END-SEARCH.

   3110-STEP-NOT-RUN.
       MOVE SPACES TO OPS-RPT-RECORD
       MOVE WS-STP-PROGRAM (WS-STEP-SUB) TO OPS-RPT-RECORD (1:8)
       IF WS-STP-REQUIRED (WS-STEP-SUB) = "N" THEN
           MOVE "NOT RUN" TO OPS-RPT-RECORD (11:10)
           MOVE "(NOT EVERY NIGHT)" TO OPS-RPT-RECORD (23:17)
       ELSE
           MOVE "MISSING" TO OPS-RPT-RECORD (11:10)
           MOVE "*** DID NOT RUN, OR ABENDED BEFORE LOGGING"
               TO OPS-RPT-RECORD (23:43)
           ADD 1 TO WS-PAGE-ISSUES
       END-IF
       WRITE OPS-RPT-RECORD.

   3200-PRINT-UNEXPECTED-RUN.
       IF WS-RUN-BUS-DATE (WS-RUN-SUB) = WS-CUR-DATE
               AND WS-RUN-SEQ (WS-RUN-SUB) = WS-CUR-SEQ THEN
           MOVE "N" TO WS-EXPECTED-FLAG
           SET STP-IDX TO 1
           SEARCH WS-STEP-ENTRY
               AT END CONTINUE
               WHEN STP-IDX > WS-STEP-COUNT
                   CONTINUE
               WHEN WS-STP-PROGRAM (STP-IDX)
                       = WS-RUN-PROGRAM (WS-RUN-SUB)
                   SET STEP-EXPECTED TO TRUE
           END-SEARCH
           IF NOT STEP-EXPECTED THEN
               SET RUN-IDX TO WS-RUN-SUB
               PERFORM 3300-PRINT-RUN-LINE
               MOVE SPACES TO OPS-RPT-RECORD
               MOVE "(NOT AN EXPECTED STEP - ADD A STEP CARD)"
                   TO OPS-RPT-RECORD (11:41)
               WRITE OPS-RPT-RECORD
           END-IF
       END-IF.

   3300-PRINT-RUN-LINE.
       IF WS-RUN-RC (RUN-IDX) = 0 THEN
           MOVE "OK" TO WS-STATUS-TEXT
       ELSE
           MOVE WS-RUN-RC (RUN-IDX) TO WS-RC-EDIT
           MOVE SPACES TO WS-STATUS-TEXT
           STRING "RC " DELIMITED BY SIZE
                  WS-RC-EDIT DELIMITED BY SIZE
               INTO WS-STATUS-TEXT
           END-STRING
           ADD 1 TO WS-PAGE-ISSUES
       END-IF
       MOVE SPACES TO WS-START-EDIT
       STRING WS-RUN-START (RUN-IDX)(5:2) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-RUN-START (RUN-IDX)(7:2) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RUN-START (RUN-IDX)(9:2) DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              WS-RUN-START (RUN-IDX)(11:2) DELIMITED BY SIZE
           INTO WS-START-EDIT
       END-STRING
       MOVE SPACES TO WS-END-EDIT
       STRING WS-RUN-END (RUN-IDX)(5:2) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-RUN-END (RUN-IDX)(7:2) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-RUN-END (RUN-IDX)(9:2) DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              WS-RUN-END (RUN-IDX)(11:2) DELIMITED BY SIZE
           INTO WS-END-EDIT
       END-STRING
       MOVE WS-RUN-IN (RUN-IDX) TO WS-EDIT-IN
       MOVE WS-RUN-OUT (RUN-IDX) TO WS-EDIT-OUT
       MOVE WS-RUN-EXCEPT (RUN-IDX) TO WS-EDIT-EXCEPT
       MOVE WS-RUN-AMOUNT (RUN-IDX) TO WS-EDIT-AMOUNT
       MOVE SPACES TO OPS-RPT-RECORD
       MOVE WS-RUN-PROGRAM (RUN-IDX) TO OPS-RPT-RECORD (1:8)
       MOVE WS-STATUS-TEXT TO OPS-RPT-RECORD (11:10)
       MOVE WS-START-EDIT TO OPS-RPT-RECORD (23:11)
       MOVE WS-END-EDIT TO OPS-RPT-RECORD (36:11)
       MOVE WS-EDIT-IN TO OPS-RPT-RECORD (49:9)
       MOVE WS-EDIT-OUT TO OPS-RPT-RECORD (59:9)
       MOVE WS-EDIT-EXCEPT TO OPS-RPT-RECORD (69:9)
       MOVE WS-EDIT-AMOUNT TO OPS-RPT-RECORD (79:16)
       WRITE OPS-RPT-RECORD
       IF WS-RUN-TIMES (RUN-IDX) > 1 THEN
           MOVE WS-RUN-TIMES (RUN-IDX) TO WS-EDIT-TIMES
           MOVE SPACES TO OPS-RPT-RECORD
           STRING "(RAN " DELIMITED BY SIZE
                  WS-EDIT-TIMES DELIMITED BY SIZE
                  " TIMES - LATEST RUN SHOWN)" DELIMITED BY SIZE
               INTO OPS-RPT-RECORD (11:40)
           END-STRING
           WRITE OPS-RPT-RECORD
       END-IF.

   3400-CHECK-CHAIN.
       MOVE SPACES TO OPS-RPT-RECORD
       WRITE OPS-RPT-RECORD
       MOVE SPACES TO OPS-RPT-RECORD
       MOVE "--- CHAIN TIE-OUT ---" TO OPS-RPT-RECORD
       MOVE "LEFT" TO OPS-RPT-RECORD (57:4)
       MOVE "RIGHT" TO OPS-RPT-RECORD (66:5)
       WRITE OPS-RPT-RECORD
       MOVE "SAMPLE1" TO WS-LOOK-PROGRAM
       PERFORM 3500-LOOK-UP-RUN
       MOVE WS-LOOK-FLAG TO WS-SAMPLE1-FLAG
       MOVE WS-LOOK-IN TO WS-SAMPLE1-IN
       MOVE WS-LOOK-OUT TO WS-SAMPLE1-OUT
       MOVE WS-LOOK-EXCEPT TO WS-SAMPLE1-EXCEPT
       MOVE "GLPOST" TO WS-LOOK-PROGRAM
       PERFORM 3500-LOOK-UP-RUN
       MOVE WS-LOOK-FLAG TO WS-GLPOST-FLAG
       MOVE WS-LOOK-IN TO WS-GLPOST-IN
       MOVE WS-LOOK-OUT TO WS-GLPOST-OUT
      *> FEEDMRG details out to SAMPLE1 records in.
       MOVE "FEEDMRG DETAILS OUT = SAMPLE1 RECORDS IN"
           TO WS-CHAIN-LABEL
       MOVE "FEEDMRG" TO WS-LOOK-PROGRAM
       PERFORM 3500-LOOK-UP-RUN
       MOVE SPACES TO WS-CHAIN-MISSING
       IF NOT LOOK-FOUND THEN
           MOVE "FEEDMRG" TO WS-CHAIN-MISSING
       END-IF
       IF NOT SAMPLE1-RAN THEN
           MOVE "SAMPLE1" TO WS-CHAIN-MISSING
       END-IF
       MOVE WS-LOOK-OUT TO WS-CHAIN-LEFT
       MOVE WS-SAMPLE1-IN TO WS-CHAIN-RIGHT
       PERFORM 3600-PRINT-CHAIN-LINE
      *> Every record SAMPLE1 read lands on EXTOUT or is held.
       MOVE "SAMPLE1 RECORDS IN = EXTOUT + REJ/SUSP/ORPHAN"
           TO WS-CHAIN-LABEL
       MOVE SPACES TO WS-CHAIN-MISSING
       IF NOT SAMPLE1-RAN THEN
           MOVE "SAMPLE1" TO WS-CHAIN-MISSING
       END-IF
       MOVE WS-SAMPLE1-IN TO WS-CHAIN-LEFT
       ADD WS-SAMPLE1-OUT WS-SAMPLE1-EXCEPT GIVING WS-CHAIN-RIGHT
       PERFORM 3600-PRINT-CHAIN-LINE
      *> EXTOUT rows to the items GLPOST posted.
       MOVE "SAMPLE1 EXTOUT ROWS = GLPOST ITEMS POSTED"
           TO WS-CHAIN-LABEL
       MOVE SPACES TO WS-CHAIN-MISSING
       IF NOT SAMPLE1-RAN THEN
           MOVE "SAMPLE1" TO WS-CHAIN-MISSING
       END-IF
       IF NOT GLPOST-RAN THEN
           MOVE "GLPOST" TO WS-CHAIN-MISSING
       END-IF
       MOVE WS-SAMPLE1-OUT TO WS-CHAIN-LEFT
       MOVE WS-GLPOST-IN TO WS-CHAIN-RIGHT
       PERFORM 3600-PRINT-CHAIN-LINE
      *> GL entries sent to those GLACKMCH matched against, and
      *> every one of them acknowledged.
       MOVE "GLACKMCH" TO WS-LOOK-PROGRAM
       PERFORM 3500-LOOK-UP-RUN
       MOVE "GLPOST GL ENTRIES = GLACKMCH ENTRIES RECEIVED"
           TO WS-CHAIN-LABEL
       MOVE SPACES TO WS-CHAIN-MISSING
       IF NOT GLPOST-RAN THEN
           MOVE "GLPOST" TO WS-CHAIN-MISSING
       END-IF
       IF NOT LOOK-FOUND THEN
           MOVE "GLACKMCH" TO WS-CHAIN-MISSING
       END-IF
       MOVE WS-GLPOST-OUT TO WS-CHAIN-LEFT
       MOVE WS-LOOK-IN TO WS-CHAIN-RIGHT
       PERFORM 3600-PRINT-CHAIN-LINE
       MOVE "GLACKMCH ENTRIES = ACKNOWLEDGMENTS RECEIVED"
           TO WS-CHAIN-LABEL
       MOVE SPACES TO WS-CHAIN-MISSING
       IF NOT LOOK-FOUND THEN
           MOVE "GLACKMCH" TO WS-CHAIN-MISSING
       END-IF
       MOVE WS-LOOK-IN TO WS-CHAIN-LEFT
       MOVE WS-LOOK-OUT TO WS-CHAIN-RIGHT
       PERFORM 3600-PRINT-CHAIN-LINE
       IF LOOK-FOUND AND WS-LOOK-EXCEPT > 0 THEN
           MOVE WS-LOOK-EXCEPT TO WS-SUMMARY-NUM
           MOVE SPACES TO OPS-RPT-RECORD
           STRING "GLACKMCH UNMATCHED (BOUNCED/UNACKED/NEVER SENT)"
                      DELIMITED BY SIZE
                  WS-SUMMARY-NUM DELIMITED BY SIZE
                  "  *** SEE ACKRPT" DELIMITED BY SIZE
               INTO OPS-RPT-RECORD
           END-STRING
           WRITE OPS-RPT-RECORD
           ADD 1 TO WS-PAGE-ISSUES
       END-IF.

   3500-LOOK-UP-RUN.
       MOVE "N" TO WS-LOOK-FLAG
       MOVE 0 TO WS-LOOK-IN
       MOVE 0 TO WS-LOOK-OUT
       MOVE 0 TO WS-LOOK-EXCEPT
       SET RUN-IDX TO 1
       SEARCH WS-RUN-ENTRY
           AT END CONTINUE
           WHEN RUN-IDX > WS-RUN-COUNT
               CONTINUE
           WHEN WS-RUN-BUS-DATE (RUN-IDX) = WS-CUR-DATE
                   AND WS-RUN-SEQ (RUN-IDX) = WS-CUR-SEQ
                   AND WS-RUN-PROGRAM (RUN-IDX) = WS-LOOK-PROGRAM
               SET LOOK-FOUND TO TRUE
               MOVE WS-RUN-IN (RUN-IDX) TO WS-LOOK-IN
               MOVE WS-RUN-OUT (RUN-IDX) TO WS-LOOK-OUT
               MOVE WS-RUN-EXCEPT (RUN-IDX) TO WS-LOOK-EXCEPT
       END-SEARCH.

   3600-PRINT-CHAIN-LINE.
      *> A link with a step missing cannot be checked; the missing
      *> step is already counted against the page above.
       MOVE SPACES TO OPS-RPT-RECORD
       MOVE WS-CHAIN-LABEL TO OPS-RPT-RECORD (1:50)
       IF WS-CHAIN-MISSING NOT = SPACES THEN
           MOVE SPACES TO WS-CHAIN-RESULT
           STRING "NOT CHECKED - NO " DELIMITED BY SIZE
                  WS-CHAIN-MISSING DELIMITED BY SPACE
                  " RUN" DELIMITED BY SIZE
               INTO WS-CHAIN-RESULT
           END-STRING
           MOVE WS-CHAIN-RESULT TO OPS-RPT-RECORD (52:30)
       ELSE
           MOVE WS-CHAIN-LEFT TO WS-EDIT-IN
           MOVE WS-CHAIN-RIGHT TO WS-EDIT-OUT
           MOVE WS-EDIT-IN TO OPS-RPT-RECORD (52:9)
           MOVE WS-EDIT-OUT TO OPS-RPT-RECORD (62:9)
           IF WS-CHAIN-LEFT = WS-CHAIN-RIGHT THEN
               MOVE "TIES" TO OPS-RPT-RECORD (73:4)
           ELSE
               MOVE "*** BREAK" TO OPS-RPT-RECORD (73:9)
               ADD 1 TO WS-PAGE-ISSUES
           END-IF
       END-IF
       WRITE OPS-RPT-RECORD.

   3900-FINALIZE.
       MOVE WS-LOG-READ-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO OPS-RPT-RECORD
       STRING "Run-control rows read . . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO OPS-RPT-RECORD
       END-STRING
       WRITE OPS-RPT-RECORD
       CLOSE OPS-RPT-FILE
       IF WS-TOTAL-ISSUES > 0 THEN
           MOVE 8 TO RETURN-CODE
       END-IF
       DISPLAY "OPSSTAT: DATE/BATCH PAGES REPORTED " WS-DATE-COUNT
           " ITEMS NEEDING ACTION " WS-TOTAL-ISSUES.
