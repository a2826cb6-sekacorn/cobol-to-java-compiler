       SELECT FORCE-FILE ASSIGN TO "FORCEOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FORCEOUT-STATUS.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  SUSPECT-IN-FILE.
   FD  FORCE-FILE.
   01  FORCE-RECORD.
       COPY TRANREC.
   FD  RUN-CONTROL-FILE.
   01  RUN-CONTROL-RECORD.
       COPY RUNCTLREC.
   WORKING-STORAGE SECTION.
   01 WS-SUSPIN-STATUS PIC XX.
   01 WS-RELCARDS-STATUS PIC XX.
       88 SUS-END-OF-FILE VALUE "Y".
   01 WS-CARD-EOF-FLAG PIC X VALUE "N".
       88 CARD-LOAD-DONE VALUE "Y".
   01 WS-RUNCTL-STATUS PIC XX.
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-RUN-TIMESTAMP PIC X(21).
   01 WS-END-TIMESTAMP PIC X(21).
   01 WS-RUN-DATE PIC X(8).
   01 WS-CARD-MAX PIC 9(3) VALUE 500.
   01 WS-CARD-COUNT PIC 9(3) VALUE 0.
       PERFORM 1000-INITIALIZE
       PERFORM 2000-PROCESS-SUSPECT UNTIL SUS-END-OF-FILE
       PERFORM 3000-FINALIZE
       PERFORM 8000-LOG-RUN-CONTROL
       STOP RUN.

   1000-INITIALIZE.
               "/" WS-CARD-MATCH-AMOUNT (WS-CARD-SUB)
               " MATCHED NO SUSPECT - CHECK THE KEYING"
       END-IF.

   8000-LOG-RUN-CONTROL.
      *> One row on the shared run-control log for OPSSTAT.
      *> Status 05 is the very first run creating the log.
       OPEN EXTEND RUN-CONTROL-FILE
       IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05" THEN
           DISPLAY "SUSRELSE: OPEN FAILED FOR RUNCTL - "
               "FILE STATUS " WS-RUNCTL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
       MOVE SPACES TO RUN-CONTROL-RECORD
       MOVE WS-RUN-DATE TO RCL-BUS-DATE
       MOVE "SUSRELSE" TO RCL-PROGRAM
       MOVE WS-RUN-TIMESTAMP(1:14) TO RCL-START-STAMP
       MOVE WS-END-TIMESTAMP(1:14) TO RCL-END-STAMP
       MOVE RETURN-CODE TO RCL-RETURN-CODE
       MOVE WS-SUS-READ-COUNT TO RCL-IN-COUNT
       MOVE WS-RELEASED-COUNT TO RCL-OUT-COUNT
       MOVE WS-UNMATCHED-CARDS TO RCL-EXCEPTION-COUNT
       MOVE WS-HASH-TOTAL TO RCL-AMOUNT
       MOVE 1 TO RCL-RUN-SEQ
       WRITE RUN-CONTROL-RECORD
       CLOSE RUN-CONTROL-FILE.
