  *> sets RETURN-CODE 8 so the scheduler holds the sign-off
  *> distribution. Branches sign their day off this report
  *> instead of reconstructing it by hand from RPTOUT.
  *> Branches come from the branch master (BRCHMST): each page
  *> carries the branch's name, region and manager, an open
  *> branch with no items tonight still gets a page with a
  *> no-activity warning (a branch that did not send its work is
  *> the one to chase), and a closed branch is printed only if it
  *> somehow has activity, with a warning. A branch on the extract
  *> that is not on the master is recapped under region NONE with
  *> a warning. After the branch pages come one subtotal page per
  *> region, listing its branches, for the regional sign-off,
  *> then the grand total. Warnings go to SYSOUT as well and do
  *> not change the return code.
  *> A supplemental batch (CTLIN run sequence 02 up) is recapped
  *> as its own additive batch - every banner names the batch -
  *> and only branches with items in it get a page: the rest did
  *> their day on the nightly recap, so no no-activity warnings.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT BRANCH-FILE ASSIGN TO "BRCHMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BRCH-CODE
           FILE STATUS IS WS-BRCHMST-STATUS.
       SELECT CTL-IN-FILE ASSIGN TO "CTLIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTLIN-STATUS.
       SELECT BRANCH-RPT-FILE ASSIGN TO "BRCHRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRCHRPT-STATUS.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  BRANCH-FILE.
   01  BRANCH-RECORD.
       COPY BRCHREC.
   FD  CTL-IN-FILE.
   01  CTL-RECORD.
       COPY CTLTREC.
       COPY EXTRACTREC.
   FD  BRANCH-RPT-FILE.
   01  BRANCH-RPT-RECORD PIC X(80).
   FD  RUN-CONTROL-FILE.
   01  RUN-CONTROL-RECORD.
       COPY RUNCTLREC.
   WORKING-STORAGE SECTION.
   01 WS-BRCHMST-STATUS PIC XX.
   01 WS-CTLIN-STATUS PIC XX.
   01 WS-EXTIN-STATUS PIC XX.
   01 WS-BRCHRPT-STATUS PIC XX.
   01 WS-RUNCTL-STATUS PIC XX.
   01 WS-RUN-TIMESTAMP PIC X(21).
   01 WS-END-TIMESTAMP PIC X(21).
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-EOF-FLAG PIC X VALUE "N".
       88 END-OF-FILE VALUE "Y".
   01 WS-MASTER-EOF-FLAG PIC X VALUE "N".
       88 MASTER-END-OF-FILE VALUE "Y".
   01 WS-BRANCH-MAX PIC 9(3) VALUE 500.
   01 WS-BRANCH-COUNT PIC 9(3) VALUE 0.
   01 WS-BRANCH-TABLE.
       05 WS-BRANCH-ENTRY OCCURS 500 TIMES INDEXED BY BRC-IDX.
           10 WS-BRC-CODE      PIC X(4).
           10 WS-BRC-NAME      PIC X(30).
           10 WS-BRC-REGION    PIC X(4).
           10 WS-BRC-MANAGER   PIC X(20).
          *> O open / C closed on the master, U not on the master.
           10 WS-BRC-STATUS    PIC X.
              88 BRC-OPEN      VALUE "O".
              88 BRC-CLOSED    VALUE "C".
              88 BRC-UNKNOWN   VALUE "U".
          *> Y when the branch gets a page (and a region line).
           10 WS-BRC-PRINT     PIC X.
              88 BRC-PRINTED   VALUE "Y".
           10 WS-BRC-ITEMS     PIC 9(9).
           10 WS-BRC-LOW       PIC 9(9).
           10 WS-BRC-NORMAL    PIC 9(9).
           10 WS-BRC-REVERSALS PIC 9(9).
           10 WS-BRC-NET       PIC S9(11)V99.
   01 WS-BRANCH-SUB PIC 9(3).
   01 WS-REGION-MAX PIC 9(3) VALUE 100.
   01 WS-REGION-COUNT PIC 9(3) VALUE 0.
   01 WS-REGION-TABLE.
       05 WS-REGION-ENTRY OCCURS 100 TIMES INDEXED BY RGN-IDX.
           10 WS-RGN-CODE      PIC X(4).
           10 WS-RGN-BRANCHES  PIC 9(3).
           10 WS-RGN-ITEMS     PIC 9(9).
           10 WS-RGN-LOW       PIC 9(9).
           10 WS-RGN-NORMAL    PIC 9(9).
           10 WS-RGN-ELEVATED  PIC 9(9).
           10 WS-RGN-CRITICAL  PIC 9(9).
           10 WS-RGN-REVERSALS PIC 9(9).
           10 WS-RGN-NET       PIC S9(13)V99.
   01 WS-REGION-SUB PIC 9(3).
   01 WS-SHIFT-SUB PIC 9(3).
   01 WS-INSERT-SUB PIC 9(3).
   01 WS-WARNING-COUNT PIC 9(5) VALUE 0.
   01 WS-PAGE-COUNT PIC 9(5) VALUE 0.
   01 WS-WARNING-TEXT PIC X(50).
   01 WS-RUN-LABEL PIC X(17).
   01 WS-CTL-SEQ PIC 9(2) VALUE 1.
   01 WS-GRAND-ITEMS PIC 9(9) VALUE 0.
   01 WS-GRAND-LOW PIC 9(9) VALUE 0.
   01 WS-GRAND-NORMAL PIC 9(9) VALUE 0.
       PERFORM 1000-INITIALIZE
       PERFORM 2000-TALLY-EXTRACT UNTIL END-OF-FILE
       PERFORM 3000-PRINT-BRANCH-PAGES
       PERFORM 3300-PRINT-REGION-PAGES
       PERFORM 3500-PRINT-GRAND-TOTAL
       PERFORM 3900-FINALIZE
       PERFORM 8000-LOG-RUN-CONTROL
       STOP RUN.

   1000-INITIALIZE.
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
       OPEN OUTPUT BRANCH-RPT-FILE
       MOVE WS-BRCHRPT-STATUS TO WS-CHECK-STATUS
       MOVE "BRCHRPT" TO WS-CHECK-NAME
               STOP RUN
       END-READ
       CLOSE CTL-IN-FILE
       IF CTL-RUN-SEQ NUMERIC AND CTL-RUN-SEQ > 0 THEN
           MOVE CTL-RUN-SEQ TO WS-CTL-SEQ
       END-IF
       MOVE SPACES TO WS-RUN-LABEL
       IF WS-CTL-SEQ > 1 THEN
           STRING CTL-RUN-DATE DELIMITED BY SIZE
                  " BATCH " DELIMITED BY SIZE
                  WS-CTL-SEQ DELIMITED BY SIZE
               INTO WS-RUN-LABEL
           END-STRING
       ELSE
           MOVE CTL-RUN-DATE TO WS-RUN-LABEL
       END-IF
       PERFORM 1100-LOAD-BRANCHES
       OPEN INPUT EXTRACT-IN-FILE
       MOVE WS-EXTIN-STATUS TO WS-CHECK-STATUS
       MOVE "EXTIN" TO WS-CHECK-NAME
           STOP RUN
       END-IF.

   1100-LOAD-BRANCHES.
      *> The master is read in key order, so the table - and the
      *> branch pages - come out in branch-code order; a branch
      *> found only on the extract is added at the end.
       OPEN INPUT BRANCH-FILE
       MOVE WS-BRCHMST-STATUS TO WS-CHECK-STATUS
       MOVE "BRCHMST" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       PERFORM 1120-READ-BRANCH
       PERFORM 1110-LOAD-ONE-BRANCH UNTIL MASTER-END-OF-FILE
       CLOSE BRANCH-FILE.

   1110-LOAD-ONE-BRANCH.
       PERFORM 2120-ADD-TABLE-ENTRY
       MOVE BRCH-CODE TO WS-BRC-CODE (WS-BRANCH-COUNT)
       MOVE BRCH-NAME TO WS-BRC-NAME (WS-BRANCH-COUNT)
       MOVE BRCH-REGION TO WS-BRC-REGION (WS-BRANCH-COUNT)
       MOVE BRCH-MANAGER TO WS-BRC-MANAGER (WS-BRANCH-COUNT)
       IF BRCH-CLOSED THEN
           MOVE "C" TO WS-BRC-STATUS (WS-BRANCH-COUNT)
       ELSE
           MOVE "O" TO WS-BRC-STATUS (WS-BRANCH-COUNT)
       END-IF
       PERFORM 1120-READ-BRANCH.

   1120-READ-BRANCH.
       READ BRANCH-FILE NEXT RECORD
           AT END SET MASTER-END-OF-FILE TO TRUE
       END-READ.

   2000-TALLY-EXTRACT.
       PERFORM 2100-FIND-BRANCH
       ADD 1 TO WS-BRC-ITEMS (BRC-IDX)
       END-SEARCH.

   2110-NEW-BRANCH.
       PERFORM 2120-ADD-TABLE-ENTRY
       MOVE EXT-ACCT-BRANCH TO WS-BRC-CODE (WS-BRANCH-COUNT)
       MOVE "NOT ON BRANCH MASTER" TO WS-BRC-NAME (WS-BRANCH-COUNT)
       MOVE "NONE" TO WS-BRC-REGION (WS-BRANCH-COUNT)
       MOVE SPACES TO WS-BRC-MANAGER (WS-BRANCH-COUNT)
       MOVE "U" TO WS-BRC-STATUS (WS-BRANCH-COUNT)
       SET BRC-IDX TO WS-BRANCH-COUNT.

   2120-ADD-TABLE-ENTRY.
       IF WS-BRANCH-COUNT >= WS-BRANCH-MAX THEN
           DISPLAY "BRCHRPT: BRANCH TABLE FULL AT "
               WS-BRANCH-MAX " ENTRIES"
           STOP RUN
       END-IF
       ADD 1 TO WS-BRANCH-COUNT
       MOVE 0 TO WS-BRC-ITEMS (WS-BRANCH-COUNT)
       MOVE 0 TO WS-BRC-LOW (WS-BRANCH-COUNT)
       MOVE 0 TO WS-BRC-NORMAL (WS-BRANCH-COUNT)
       MOVE 0 TO WS-BRC-CRITICAL (WS-BRANCH-COUNT)
       MOVE 0 TO WS-BRC-REVERSALS (WS-BRANCH-COUNT)
       MOVE 0 TO WS-BRC-NET (WS-BRANCH-COUNT)
       MOVE "N" TO WS-BRC-PRINT (WS-BRANCH-COUNT).

   2900-READ-EXTRACT.
       READ EXTRACT-IN-FILE
           UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT.

   3100-PRINT-ONE-BRANCH.
      *> A closed branch with nothing tonight is expected to be
      *> quiet and gets no page; in a supplemental batch, neither
      *> does any other branch with nothing in the batch.
       IF (BRC-CLOSED (WS-BRANCH-SUB) OR WS-CTL-SEQ > 1)
               AND WS-BRC-ITEMS (WS-BRANCH-SUB) = 0 THEN
           CONTINUE
       ELSE
           MOVE "Y" TO WS-BRC-PRINT (WS-BRANCH-SUB)
           ADD 1 TO WS-PAGE-COUNT
           PERFORM 3102-PRINT-BRANCH-PAGE
       END-IF.

   3102-PRINT-BRANCH-PAGE.
       MOVE SPACES TO BRANCH-RPT-RECORD
       STRING "=== BRANCH " DELIMITED BY SIZE
              WS-BRC-CODE (WS-BRANCH-SUB) DELIMITED BY SIZE
              " SETTLEMENT RECAP FOR RUN " DELIMITED BY SIZE
              WS-RUN-LABEL DELIMITED BY "  "
              " ===" DELIMITED BY SIZE
           INTO BRANCH-RPT-RECORD
       END-STRING
       WRITE BRANCH-RPT-RECORD
       MOVE SPACES TO BRANCH-RPT-RECORD
       STRING "Branch name  . . . . . . . . : " DELIMITED BY SIZE
              WS-BRC-NAME (WS-BRANCH-SUB) DELIMITED BY SIZE
           INTO BRANCH-RPT-RECORD
       END-STRING
       WRITE BRANCH-RPT-RECORD
       MOVE SPACES TO BRANCH-RPT-RECORD
       STRING "Region / manager . . . . . . : " DELIMITED BY SIZE
              WS-BRC-REGION (WS-BRANCH-SUB) DELIMITED BY SIZE
              " / " DELIMITED BY SIZE
              WS-BRC-MANAGER (WS-BRANCH-SUB) DELIMITED BY SIZE
           INTO BRANCH-RPT-RECORD
       END-STRING
       WRITE BRANCH-RPT-RECORD
       MOVE SPACES TO WS-WARNING-TEXT
       EVALUATE TRUE
           WHEN BRC-UNKNOWN (WS-BRANCH-SUB)
               MOVE "BRANCH IS NOT ON THE BRANCH MASTER"
                   TO WS-WARNING-TEXT
           WHEN BRC-CLOSED (WS-BRANCH-SUB)
               MOVE "BRANCH IS CLOSED BUT HAS ACTIVITY TONIGHT"
                   TO WS-WARNING-TEXT
           WHEN WS-BRC-ITEMS (WS-BRANCH-SUB) = 0
               MOVE "NO ACTIVITY TONIGHT - CONFIRM WITH BRANCH"
                   TO WS-WARNING-TEXT
       END-EVALUATE
       IF WS-WARNING-TEXT NOT = SPACES THEN
           PERFORM 3105-PRINT-WARNING
       END-IF
       MOVE WS-BRC-ITEMS (WS-BRANCH-SUB) TO WS-LINE-NUM
       PERFORM 3110-PRINT-ITEMS-LINE
       MOVE WS-BRC-LOW (WS-BRANCH-SUB) TO WS-LINE-NUM
       MOVE SPACES TO BRANCH-RPT-RECORD
       WRITE BRANCH-RPT-RECORD.

   3105-PRINT-WARNING.
       ADD 1 TO WS-WARNING-COUNT
       MOVE SPACES TO BRANCH-RPT-RECORD
       STRING "*** WARNING: " DELIMITED BY SIZE
              WS-WARNING-TEXT DELIMITED BY SIZE
           INTO BRANCH-RPT-RECORD
       END-STRING
       WRITE BRANCH-RPT-RECORD
       DISPLAY "BRCHRPT: BRANCH " WS-BRC-CODE (WS-BRANCH-SUB)
           " - " WS-WARNING-TEXT.

   3110-PRINT-ITEMS-LINE.
       MOVE SPACES TO BRANCH-RPT-RECORD
       STRING "Items  . . . . . . . . . . . : " DELIMITED BY SIZE
       END-STRING
       WRITE BRANCH-RPT-RECORD.

   3300-PRINT-REGION-PAGES.
       PERFORM 3310-ADD-TO-REGION
           VARYING WS-BRANCH-SUB FROM 1 BY 1
           UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
       PERFORM 3400-PRINT-ONE-REGION
           VARYING WS-REGION-SUB FROM 1 BY 1
           UNTIL WS-REGION-SUB > WS-REGION-COUNT.

   3310-ADD-TO-REGION.
       IF BRC-PRINTED (WS-BRANCH-SUB) THEN
           PERFORM 3320-FIND-REGION
           ADD 1 TO WS-RGN-BRANCHES (RGN-IDX)
           ADD WS-BRC-ITEMS (WS-BRANCH-SUB) TO WS-RGN-ITEMS (RGN-IDX)
           ADD WS-BRC-LOW (WS-BRANCH-SUB) TO WS-RGN-LOW (RGN-IDX)
           ADD WS-BRC-NORMAL (WS-BRANCH-SUB)
               TO WS-RGN-NORMAL (RGN-IDX)
           ADD WS-BRC-ELEVATED (WS-BRANCH-SUB)
               TO WS-RGN-ELEVATED (RGN-IDX)
           ADD WS-BRC-CRITICAL (WS-BRANCH-SUB)
               TO WS-RGN-CRITICAL (RGN-IDX)
           ADD WS-BRC-REVERSALS (WS-BRANCH-SUB)
               TO WS-RGN-REVERSALS (RGN-IDX)
           ADD WS-BRC-NET (WS-BRANCH-SUB) TO WS-RGN-NET (RGN-IDX)
       END-IF.

   3320-FIND-REGION.
      *> Regions are kept in code order: find the region or the
      *> first one that sorts after it, and open a slot there.
       SET RGN-IDX TO 1
       SEARCH WS-REGION-ENTRY
           AT END
               PERFORM 3330-NEW-REGION
           WHEN RGN-IDX > WS-REGION-COUNT
               PERFORM 3330-NEW-REGION
           WHEN WS-RGN-CODE (RGN-IDX) = WS-BRC-REGION (WS-BRANCH-SUB)
               CONTINUE
           WHEN WS-RGN-CODE (RGN-IDX) > WS-BRC-REGION (WS-BRANCH-SUB)
               PERFORM 3330-NEW-REGION
       END-SEARCH.

   3330-NEW-REGION.
       IF WS-REGION-COUNT >= WS-REGION-MAX THEN
           DISPLAY "BRCHRPT: REGION TABLE FULL AT "
               WS-REGION-MAX " ENTRIES"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       SET WS-INSERT-SUB TO RGN-IDX
       PERFORM 3340-SHIFT-REGION
           VARYING WS-SHIFT-SUB FROM WS-REGION-COUNT BY -1
           UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
       ADD 1 TO WS-REGION-COUNT
       MOVE WS-BRC-REGION (WS-BRANCH-SUB)
           TO WS-RGN-CODE (WS-INSERT-SUB)
       MOVE 0 TO WS-RGN-BRANCHES (WS-INSERT-SUB)
       MOVE 0 TO WS-RGN-ITEMS (WS-INSERT-SUB)
       MOVE 0 TO WS-RGN-LOW (WS-INSERT-SUB)
       MOVE 0 TO WS-RGN-NORMAL (WS-INSERT-SUB)
       MOVE 0 TO WS-RGN-ELEVATED (WS-INSERT-SUB)
       MOVE 0 TO WS-RGN-CRITICAL (WS-INSERT-SUB)
       MOVE 0 TO WS-RGN-REVERSALS (WS-INSERT-SUB)
       MOVE 0 TO WS-RGN-NET (WS-INSERT-SUB)
       SET RGN-IDX TO WS-INSERT-SUB.

   3340-SHIFT-REGION.
       MOVE WS-REGION-ENTRY (WS-SHIFT-SUB)
           TO WS-REGION-ENTRY (WS-SHIFT-SUB + 1).

   3400-PRINT-ONE-REGION.
       MOVE SPACES TO BRANCH-RPT-RECORD
       STRING "=== REGION " DELIMITED BY SIZE
              WS-RGN-CODE (WS-REGION-SUB) DELIMITED BY SIZE
              " SUBTOTAL FOR RUN " DELIMITED BY SIZE
              WS-RUN-LABEL DELIMITED BY "  "
              " ===" DELIMITED BY SIZE
           INTO BRANCH-RPT-RECORD
       END-STRING
       WRITE BRANCH-RPT-RECORD
       MOVE SPACES TO BRANCH-RPT-RECORD
       MOVE "BRCH  NAME" TO BRANCH-RPT-RECORD
       MOVE "ITEMS" TO BRANCH-RPT-RECORD (42:5)
       MOVE "NET SIGNED AMT" TO BRANCH-RPT-RECORD (50:14)
       WRITE BRANCH-RPT-RECORD
       PERFORM 3410-PRINT-REGION-BRANCH
           VARYING WS-BRANCH-SUB FROM 1 BY 1
           UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
       MOVE SPACES TO BRANCH-RPT-RECORD
       WRITE BRANCH-RPT-RECORD
       MOVE WS-RGN-BRANCHES (WS-REGION-SUB) TO WS-LINE-NUM
       MOVE SPACES TO BRANCH-RPT-RECORD
       STRING "Branches . . . . . . . . . . : " DELIMITED BY SIZE
              WS-LINE-NUM DELIMITED BY SIZE
           INTO BRANCH-RPT-RECORD
       END-STRING
       WRITE BRANCH-RPT-RECORD
       MOVE WS-RGN-ITEMS (WS-REGION-SUB) TO WS-LINE-NUM
       PERFORM 3110-PRINT-ITEMS-LINE
       MOVE WS-RGN-LOW (WS-REGION-SUB) TO WS-LINE-NUM
       PERFORM 3120-PRINT-LOW-LINE
       MOVE WS-RGN-NORMAL (WS-REGION-SUB) TO WS-LINE-NUM
       PERFORM 3130-PRINT-NORMAL-LINE
       MOVE WS-RGN-ELEVATED (WS-REGION-SUB) TO WS-LINE-NUM
       PERFORM 3140-PRINT-ELEVATED-LINE
       MOVE WS-RGN-CRITICAL (WS-REGION-SUB) TO WS-LINE-NUM
       PERFORM 3150-PRINT-CRITICAL-LINE
       MOVE WS-RGN-REVERSALS (WS-REGION-SUB) TO WS-LINE-NUM
       PERFORM 3160-PRINT-REVERSAL-LINE
       MOVE WS-RGN-NET (WS-REGION-SUB) TO WS-LINE-AMT
       PERFORM 3170-PRINT-NET-LINE
       MOVE SPACES TO BRANCH-RPT-RECORD
       MOVE "Regional sign-off  . . . . . : ____________________"
           TO BRANCH-RPT-RECORD
       WRITE BRANCH-RPT-RECORD
       MOVE SPACES TO BRANCH-RPT-RECORD
       WRITE BRANCH-RPT-RECORD.

   3410-PRINT-REGION-BRANCH.
       IF BRC-PRINTED (WS-BRANCH-SUB)
               AND WS-BRC-REGION (WS-BRANCH-SUB)
                   = WS-RGN-CODE (WS-REGION-SUB) THEN
           MOVE WS-BRC-ITEMS (WS-BRANCH-SUB) TO WS-LINE-NUM
           MOVE WS-BRC-NET (WS-BRANCH-SUB) TO WS-LINE-AMT
           MOVE SPACES TO BRANCH-RPT-RECORD
           STRING WS-BRC-CODE (WS-BRANCH-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BRC-NAME (WS-BRANCH-SUB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LINE-NUM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-LINE-AMT DELIMITED BY SIZE
               INTO BRANCH-RPT-RECORD
           END-STRING
           WRITE BRANCH-RPT-RECORD
       END-IF.

   3500-PRINT-GRAND-TOTAL.
       PERFORM 3510-ADD-ONE-BRANCH
           VARYING WS-BRANCH-SUB FROM 1 BY 1
       MOVE SPACES TO BRANCH-RPT-RECORD
       STRING "=== ALL BRANCHES GRAND TOTAL FOR RUN "
                  DELIMITED BY SIZE
              WS-RUN-LABEL DELIMITED BY "  "
              " ===" DELIMITED BY SIZE
           INTO BRANCH-RPT-RECORD
       END-STRING
       WRITE BRANCH-RPT-RECORD
       CLOSE EXTRACT-IN-FILE
       CLOSE BRANCH-RPT-FILE
       DISPLAY "BRCHRPT: BRANCHES ON TABLE " WS-BRANCH-COUNT
           " REGIONS " WS-REGION-COUNT
           " WARNINGS " WS-WARNING-COUNT.

   8000-LOG-RUN-CONTROL.
      *> One row on the shared run-control log for OPSSTAT.
      *> Status 05 is the very first run creating the log.
       OPEN EXTEND RUN-CONTROL-FILE
       IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05" THEN
           DISPLAY "BRCHRPT: OPEN FAILED FOR RUNCTL - "
               "FILE STATUS " WS-RUNCTL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
       MOVE SPACES TO RUN-CONTROL-RECORD
       MOVE CTL-RUN-DATE TO RCL-BUS-DATE
       MOVE "BRCHRPT" TO RCL-PROGRAM
       MOVE WS-RUN-TIMESTAMP(1:14) TO RCL-START-STAMP
       MOVE WS-END-TIMESTAMP(1:14) TO RCL-END-STAMP
       MOVE RETURN-CODE TO RCL-RETURN-CODE
       MOVE WS-GRAND-ITEMS TO RCL-IN-COUNT
       MOVE WS-PAGE-COUNT TO RCL-OUT-COUNT
       MOVE WS-WARNING-COUNT TO RCL-EXCEPTION-COUNT
       MOVE WS-GRAND-NET TO RCL-AMOUNT
       MOVE WS-CTL-SEQ TO RCL-RUN-SEQ
       WRITE RUN-CONTROL-RECORD
       CLOSE RUN-CONTROL-FILE.
