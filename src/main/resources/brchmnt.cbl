IDENTIFICATION DIVISION.
   PROGRAM-ID. BRCHMNT.
  *> BRCHMNT - Branch master maintenance.
  *> Applies operations control cards (BRCHCRDS) to the keyed
  *> branch master (BRCHMST) in place: each card reads its branch
  *> by code and writes or rewrites just that record. The branch
  *> master is the controlled list of branch codes - ACCTMNT will
  *> not add an account to a branch that is not on it or is
  *> closed, and BRCHRPT takes branch names and regions from it.
  *> Every card is logged to SYSOUT with the keying operator and
  *> its result, before and after values on a change; a card
  *> that cannot be applied sets RETURN-CODE 8 but processing
  *> continues so one bad card does not block the rest. The
  *> master is opened optional, so the first run against a
  *> newly defined, empty cluster loads it from ADD cards.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT OPTIONAL BRANCH-FILE ASSIGN TO "BRCHMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BRCH-CODE
           FILE STATUS IS WS-BRCHMST-STATUS.
       SELECT CARD-FILE ASSIGN TO "BRCHCRDS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRCHCRDS-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  BRANCH-FILE.
   01  BRANCH-RECORD.
       COPY BRCHREC.
   FD  CARD-FILE.
   01  CARD-RECORD.
       COPY BRCHCARD.
   WORKING-STORAGE SECTION.
   01 WS-BRCHMST-STATUS PIC XX.
   01 WS-BRCHCRDS-STATUS PIC XX.
   01 WS-CARD-EOF-FLAG PIC X VALUE "N".
       88 CARD-END-OF-FILE VALUE "Y".
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-FOUND-FLAG PIC X VALUE "N".
       88 BRANCH-FOUND VALUE "Y".
   01 WS-BEFORE-IMAGE PIC X(59).
   01 WS-CARD-COUNT PIC 9(4) VALUE 0.
   01 WS-APPLIED-COUNT PIC 9(4) VALUE 0.
   01 WS-ERROR-COUNT PIC 9(4) VALUE 0.
   PROCEDURE DIVISION.
   0000-MAIN.
       PERFORM 1000-INITIALIZE
       PERFORM 2000-PROCESS-CARD UNTIL CARD-END-OF-FILE
       PERFORM 3000-FINALIZE
       STOP RUN.

   1000-INITIALIZE.
       OPEN INPUT CARD-FILE
       MOVE WS-BRCHCRDS-STATUS TO WS-CHECK-STATUS
       MOVE "BRCHCRDS" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
      *> Status 05 is the first run against an empty cluster.
       OPEN I-O BRANCH-FILE
       IF WS-BRCHMST-STATUS NOT = "00"
               AND WS-BRCHMST-STATUS NOT = "05" THEN
           DISPLAY "BRCHMNT: OPEN FAILED FOR BRCHMST - "
               "FILE STATUS " WS-BRCHMST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM 2900-READ-CARD.

   1010-VERIFY-OPEN.
       IF WS-CHECK-STATUS NOT = "00" THEN
           DISPLAY "BRCHMNT: OPEN FAILED FOR " WS-CHECK-NAME
               " - FILE STATUS " WS-CHECK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

   2000-PROCESS-CARD.
       ADD 1 TO WS-CARD-COUNT
       IF BMC-OPERATOR-ID = SPACES THEN
           DISPLAY "BRCHMNT: " BMC-ACTION " " BMC-BRANCH-CODE
               " REJECTED - NO OPERATOR ID ON CARD"
           PERFORM 2700-COUNT-ERROR
       ELSE
           PERFORM 2100-FIND-BRANCH
           IF BRANCH-FOUND THEN
               MOVE BRANCH-RECORD TO WS-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-BEFORE-IMAGE
           END-IF
           EVALUATE BMC-ACTION
               WHEN "ADD"
                   PERFORM 2200-ADD-BRANCH
               WHEN "CHANGE"
                   PERFORM 2300-CHANGE-BRANCH
               WHEN "CLOSE"
                   PERFORM 2400-SET-STATUS-C
               WHEN "REOPEN"
                   PERFORM 2500-SET-STATUS-O
               WHEN OTHER
                   PERFORM 2600-BAD-ACTION
           END-EVALUATE
       END-IF
       PERFORM 2900-READ-CARD.

   2100-FIND-BRANCH.
       MOVE "N" TO WS-FOUND-FLAG
       MOVE BMC-BRANCH-CODE TO BRCH-CODE
       READ BRANCH-FILE
           INVALID KEY CONTINUE
           NOT INVALID KEY SET BRANCH-FOUND TO TRUE
       END-READ.

   2200-ADD-BRANCH.
       IF BRANCH-FOUND THEN
           DISPLAY "BRCHMNT: ADD     " BMC-BRANCH-CODE
               " REJECTED - BRANCH ALREADY ON MASTER"
           PERFORM 2700-COUNT-ERROR
       ELSE
           IF BMC-BRANCH-CODE = SPACES
                   OR BMC-BRANCH-NAME = SPACES
                   OR BMC-REGION = SPACES THEN
               DISPLAY "BRCHMNT: ADD     " BMC-BRANCH-CODE
                   " REJECTED - CODE, NAME AND REGION ARE REQUIRED"
               PERFORM 2700-COUNT-ERROR
           ELSE
               MOVE BMC-BRANCH-CODE TO BRCH-CODE
               MOVE BMC-BRANCH-NAME TO BRCH-NAME
               MOVE BMC-REGION TO BRCH-REGION
               MOVE BMC-MANAGER TO BRCH-MANAGER
               MOVE "O" TO BRCH-STATUS
               WRITE BRANCH-RECORD
                   INVALID KEY PERFORM 2800-WRITE-FAILED
               END-WRITE
               DISPLAY "BRCHMNT: ADD     " BMC-BRANCH-CODE
                   " APPLIED BY " BMC-OPERATOR-ID
               PERFORM 2760-LOG-CHANGE
           END-IF
       END-IF.

   2300-CHANGE-BRANCH.
       IF BRANCH-FOUND THEN
           IF BMC-BRANCH-NAME NOT = SPACES THEN
               MOVE BMC-BRANCH-NAME TO BRCH-NAME
           END-IF
           IF BMC-REGION NOT = SPACES THEN
               MOVE BMC-REGION TO BRCH-REGION
           END-IF
           IF BMC-MANAGER NOT = SPACES THEN
               MOVE BMC-MANAGER TO BRCH-MANAGER
           END-IF
           PERFORM 2750-REWRITE-BRANCH
           DISPLAY "BRCHMNT: CHANGE  " BMC-BRANCH-CODE
               " APPLIED BY " BMC-OPERATOR-ID
           PERFORM 2760-LOG-CHANGE
       ELSE
           DISPLAY "BRCHMNT: CHANGE  " BMC-BRANCH-CODE
               " REJECTED - BRANCH NOT ON MASTER"
           PERFORM 2700-COUNT-ERROR
       END-IF.

   2400-SET-STATUS-C.
       IF BRANCH-FOUND THEN
           MOVE "C" TO BRCH-STATUS
           PERFORM 2750-REWRITE-BRANCH
           DISPLAY "BRCHMNT: CLOSE   " BMC-BRANCH-CODE
               " APPLIED BY " BMC-OPERATOR-ID
           PERFORM 2760-LOG-CHANGE
       ELSE
           DISPLAY "BRCHMNT: CLOSE   " BMC-BRANCH-CODE
               " REJECTED - BRANCH NOT ON MASTER"
           PERFORM 2700-COUNT-ERROR
       END-IF.

   2500-SET-STATUS-O.
       IF BRANCH-FOUND THEN
           MOVE "O" TO BRCH-STATUS
           PERFORM 2750-REWRITE-BRANCH
           DISPLAY "BRCHMNT: REOPEN  " BMC-BRANCH-CODE
               " APPLIED BY " BMC-OPERATOR-ID
           PERFORM 2760-LOG-CHANGE
       ELSE
           DISPLAY "BRCHMNT: REOPEN  " BMC-BRANCH-CODE
               " REJECTED - BRANCH NOT ON MASTER"
           PERFORM 2700-COUNT-ERROR
       END-IF.

   2600-BAD-ACTION.
       DISPLAY "BRCHMNT: UNKNOWN ACTION '" BMC-ACTION
           "' FOR " BMC-BRANCH-CODE " - CARD IGNORED"
       PERFORM 2700-COUNT-ERROR.

   2700-COUNT-ERROR.
       ADD 1 TO WS-ERROR-COUNT
       IF RETURN-CODE < 8 THEN
           MOVE 8 TO RETURN-CODE
       END-IF.

   2750-REWRITE-BRANCH.
       REWRITE BRANCH-RECORD
           INVALID KEY PERFORM 2800-WRITE-FAILED
       END-REWRITE.

   2760-LOG-CHANGE.
      *> The branch master is small and rarely changed; SYSOUT,
      *> kept with the job output, is its change record.
       ADD 1 TO WS-APPLIED-COUNT
       IF WS-BEFORE-IMAGE NOT = SPACES THEN
           DISPLAY "BRCHMNT:   BEFORE " WS-BEFORE-IMAGE
       END-IF
       DISPLAY "BRCHMNT:   AFTER  " BRANCH-RECORD.

   2800-WRITE-FAILED.
      *> A keyed write/rewrite failing after a clean read is an
      *> I/O or catalog problem, not a card problem - stop before
      *> half the deck lands on a broken master.
       DISPLAY "BRCHMNT: WRITE FAILED FOR " BMC-BRANCH-CODE
           " - FILE STATUS " WS-BRCHMST-STATUS " - ABORTING"
       MOVE 16 TO RETURN-CODE
       STOP RUN.

   2900-READ-CARD.
       READ CARD-FILE
           AT END SET CARD-END-OF-FILE TO TRUE
       END-READ.

   3000-FINALIZE.
       CLOSE CARD-FILE
       CLOSE BRANCH-FILE
       DISPLAY "BRCHMNT: CARDS READ " WS-CARD-COUNT
           " APPLIED " WS-APPLIED-COUNT
           " IN ERROR " WS-ERROR-COUNT.
