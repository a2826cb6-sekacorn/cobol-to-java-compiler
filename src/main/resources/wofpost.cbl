       SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLJRNL-STATUS.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  WRITEOFF-IN-FILE.
   FD  JOURNAL-FILE.
   01  JOURNAL-RECORD.
       COPY GLJRNREC.
   FD  RUN-CONTROL-FILE.
   01  RUN-CONTROL-RECORD.
       COPY RUNCTLREC.
   WORKING-STORAGE SECTION.
   01 WS-WRTIN-STATUS PIC XX.
   01 WS-WOPCARDS-STATUS PIC XX.
   01 WS-GLJRNL-STATUS PIC XX.
   01 WS-EOF-FLAG PIC X VALUE "N".
       88 END-OF-FILE VALUE "Y".
   01 WS-RUNCTL-STATUS PIC XX.
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-RUN-TIMESTAMP PIC X(21).
   01 WS-END-TIMESTAMP PIC X(21).
   01 WS-RUN-DATE PIC X(8).
   01 WS-WRITEOFF-ACCT PIC X(8).
   01 WS-SUSPENSE-ACCT PIC X(8).
       PERFORM 1000-INITIALIZE
       PERFORM 2000-POST-WRITEOFF UNTIL END-OF-FILE
       PERFORM 3000-FINALIZE
       PERFORM 8000-LOG-RUN-CONTROL
       STOP RUN.

   1000-INITIALIZE.
       DISPLAY "WOFPOST: WRITE-OFFS READ " WS-READ-COUNT
           " POSTED " WS-POSTED-COUNT
           " LEFT FOR MANUAL CLEARING " WS-SKIPPED-COUNT.

   8000-LOG-RUN-CONTROL.
      *> One row on the shared run-control log for OPSSTAT.
      *> Status 05 is the very first run creating the log.
       OPEN EXTEND RUN-CONTROL-FILE
       IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05" THEN
           DISPLAY "WOFPOST: OPEN FAILED FOR RUNCTL - "
               "FILE STATUS " WS-RUNCTL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
       MOVE SPACES TO RUN-CONTROL-RECORD
       MOVE WS-RUN-DATE TO RCL-BUS-DATE
       MOVE "WOFPOST" TO RCL-PROGRAM
       MOVE WS-RUN-TIMESTAMP(1:14) TO RCL-START-STAMP
       MOVE WS-END-TIMESTAMP(1:14) TO RCL-END-STAMP
       MOVE RETURN-CODE TO RCL-RETURN-CODE
       MOVE WS-READ-COUNT TO RCL-IN-COUNT
       MOVE WS-ENTRY-COUNT TO RCL-OUT-COUNT
       MOVE WS-SKIPPED-COUNT TO RCL-EXCEPTION-COUNT
       MOVE WS-DEBIT-TOTAL TO RCL-AMOUNT
       MOVE 1 TO RCL-RUN-SEQ
       WRITE RUN-CONTROL-RECORD
       CLOSE RUN-CONTROL-FILE.
