       SELECT OPTIONAL REGISTER-FILE ASSIGN TO "WRTREG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRTREG-STATUS.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  REJECT-IN-FILE.
       COPY WRTOFREC.
   FD  REGISTER-FILE.
   01  REGISTER-RECORD PIC X(65).
   FD  RUN-CONTROL-FILE.
   01  RUN-CONTROL-RECORD.
       COPY RUNCTLREC.
   WORKING-STORAGE SECTION.
   01 WS-REJIN-STATUS PIC XX.
   01 WS-FIXCARDS-STATUS PIC XX.
       88 REJ-END-OF-FILE VALUE "Y".
   01 WS-CARD-EOF-FLAG PIC X VALUE "N".
       88 CARD-LOAD-DONE VALUE "Y".
   01 WS-RUNCTL-STATUS PIC XX.
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-RUN-TIMESTAMP PIC X(21).
   01 WS-END-TIMESTAMP PIC X(21).
   01 WS-RUN-DATE PIC X(8).
   01 WS-RECYCLE-LIMIT PIC 9(2) VALUE 3.
   01 WS-CARD-MAX PIC 9(3) VALUE 500.
       PERFORM 1000-INITIALIZE
       PERFORM 2000-PROCESS-REJECT UNTIL REJ-END-OF-FILE
       PERFORM 3000-FINALIZE
       PERFORM 8000-LOG-RUN-CONTROL
       STOP RUN.

   1000-INITIALIZE.
       MOVE WS-RECYCLED-COUNT TO TRAN-TRL-RECORD-COUNT
       MOVE WS-HASH-TOTAL TO TRAN-TRL-HASH-TOTAL
       WRITE RECYCLE-RECORD.

   8000-LOG-RUN-CONTROL.
      *> One row on the shared run-control log for OPSSTAT.
      *> Status 05 is the very first run creating the log.
       OPEN EXTEND RUN-CONTROL-FILE
       IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05" THEN
           DISPLAY "REJRECYC: OPEN FAILED FOR RUNCTL - "
               "FILE STATUS " WS-RUNCTL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
       MOVE SPACES TO RUN-CONTROL-RECORD
       MOVE WS-RUN-DATE TO RCL-BUS-DATE
       MOVE "REJRECYC" TO RCL-PROGRAM
       MOVE WS-RUN-TIMESTAMP(1:14) TO RCL-START-STAMP
       MOVE WS-END-TIMESTAMP(1:14) TO RCL-END-STAMP
       MOVE RETURN-CODE TO RCL-RETURN-CODE
       MOVE WS-REJ-READ-COUNT TO RCL-IN-COUNT
       MOVE WS-RECYCLED-COUNT TO RCL-OUT-COUNT
       MOVE WS-AGED-COUNT TO RCL-EXCEPTION-COUNT
       MOVE WS-HASH-TOTAL TO RCL-AMOUNT
       MOVE 1 TO RCL-RUN-SEQ
       WRITE RUN-CONTROL-RECORD
       CLOSE RUN-CONTROL-FILE.
