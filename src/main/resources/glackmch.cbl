  *> anything it acknowledged that we never sent. Any of the
  *> three sets RETURN-CODE 8 so the scheduler pages the desk
  *> the same morning instead of the break surfacing at
  *> month-end. Every bounced entry is also written, as the GL
  *> returned it, to the bounce file (BNCOUT) so the subledger
  *> run leaves it out of our GL account positions.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT ACK-RPT-FILE ASSIGN TO "ACKRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACKRPT-STATUS.
       SELECT BOUNCE-OUT-FILE ASSIGN TO "BNCOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BNCOUT-STATUS.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  JOURNAL-IN-FILE.
       COPY GLACKREC.
   FD  ACK-RPT-FILE.
   01  ACK-RPT-RECORD PIC X(80).
   FD  BOUNCE-OUT-FILE.
   01  BOUNCE-RECORD PIC X(45).
   FD  RUN-CONTROL-FILE.
   01  RUN-CONTROL-RECORD.
       COPY RUNCTLREC.
   WORKING-STORAGE SECTION.
   01 WS-JRNIN-STATUS PIC XX.
   01 WS-ACKIN-STATUS PIC XX.
   01 WS-ACKRPT-STATUS PIC XX.
   01 WS-BNCOUT-STATUS PIC XX.
   01 WS-RUNCTL-STATUS PIC XX.
   01 WS-RUN-TIMESTAMP PIC X(21).
   01 WS-END-TIMESTAMP PIC X(21).
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-JRN-EOF-FLAG PIC X VALUE "N".
       88 JRN-LOAD-DONE VALUE "Y".
   01 WS-ACK-EOF-FLAG PIC X VALUE "N".
       88 ACK-END-OF-FILE VALUE "Y".
   01 WS-BATCH-DATE PIC X(8) VALUE SPACES.
   01 WS-BATCH-SEQ PIC X(2) VALUE SPACES.
   01 WS-TRAILER-SEEN-FLAG PIC X VALUE "N".
       88 TRAILER-SEEN VALUE "Y".
   01 WS-ENT-MAX PIC 9(5) VALUE 40000.
       PERFORM 2000-MATCH-ACK UNTIL ACK-END-OF-FILE
       PERFORM 3000-REPORT-UNACKED
       PERFORM 3900-FINALIZE
       PERFORM 8000-LOG-RUN-CONTROL
       STOP RUN.

   1000-INITIALIZE.
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
       OPEN OUTPUT ACK-RPT-FILE
       MOVE WS-ACKRPT-STATUS TO WS-CHECK-STATUS
       MOVE "ACKRPT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       OPEN OUTPUT BOUNCE-OUT-FILE
       MOVE WS-BNCOUT-STATUS TO WS-CHECK-STATUS
       MOVE "BNCOUT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       OPEN INPUT JOURNAL-IN-FILE
       MOVE WS-JRNIN-STATUS TO WS-CHECK-STATUS
       MOVE "JRNIN" TO WS-CHECK-NAME
       MOVE WS-ACKIN-STATUS TO WS-CHECK-STATUS
       MOVE "ACKIN" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
      *> A supplemental SAMPLE1 batch is named as such - the date
      *> alone would read as that night's nightly batch.
       MOVE SPACES TO ACK-RPT-RECORD
       IF WS-BATCH-SEQ NUMERIC AND WS-BATCH-SEQ > "01" THEN
           STRING "=== GL ACKNOWLEDGMENT MATCH FOR BATCH "
                      DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
                  " SUPPLEMENTAL " DELIMITED BY SIZE
                  WS-BATCH-SEQ DELIMITED BY SIZE
                  " ===" DELIMITED BY SIZE
               INTO ACK-RPT-RECORD
           END-STRING
       ELSE
           STRING "=== GL ACKNOWLEDGMENT MATCH FOR BATCH "
                      DELIMITED BY SIZE
                  WS-BATCH-DATE DELIMITED BY SIZE
                  " ===" DELIMITED BY SIZE
               INTO ACK-RPT-RECORD
           END-STRING
       END-IF
       WRITE ACK-RPT-RECORD
       PERFORM 2900-READ-ACK.

               EVALUATE TRUE
                   WHEN GLJ-HEADER-REC
                       MOVE GLJ-HDR-BATCH-DATE TO WS-BATCH-DATE
                       MOVE GLJ-HDR-RUN-SEQ TO WS-BATCH-SEQ
                   WHEN GLJ-DETAIL-REC
                       PERFORM 1110-LOAD-ONE-ENTRY
                   WHEN GLJ-TRAILER-REC
               MOVE "R" TO WS-ENT-STATE (ENT-IDX)
               ADD 1 TO WS-BOUNCED-COUNT
               PERFORM 2400-PRINT-BOUNCED
               MOVE ACK-RECORD TO BOUNCE-RECORD
               WRITE BOUNCE-RECORD
           WHEN OTHER
               DISPLAY "GLACKMCH: UNKNOWN ACK STATUS '" ACK-STATUS
                   "' FOR TRAN " ACK-TRAN-ID " - ABORTING"
       END-IF
       CLOSE ACK-IN-FILE
       CLOSE ACK-RPT-FILE
       CLOSE BOUNCE-OUT-FILE
       DISPLAY "GLACKMCH: ENTRIES SENT " WS-ENT-COUNT
           " ACKS READ " WS-ACK-READ-COUNT.

   8000-LOG-RUN-CONTROL.
      *> One row on the shared run-control log for OPSSTAT.
      *> Status 05 is the very first run creating the log.
       OPEN EXTEND RUN-CONTROL-FILE
       IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05" THEN
           DISPLAY "GLACKMCH: OPEN FAILED FOR RUNCTL - "
               "FILE STATUS " WS-RUNCTL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
       MOVE SPACES TO RUN-CONTROL-RECORD
       IF WS-BATCH-DATE = SPACES THEN
           MOVE WS-RUN-TIMESTAMP(1:8) TO RCL-BUS-DATE
       ELSE
           MOVE WS-BATCH-DATE TO RCL-BUS-DATE
       END-IF
       MOVE "GLACKMCH" TO RCL-PROGRAM
       MOVE WS-RUN-TIMESTAMP(1:14) TO RCL-START-STAMP
       MOVE WS-END-TIMESTAMP(1:14) TO RCL-END-STAMP
       MOVE RETURN-CODE TO RCL-RETURN-CODE
       MOVE WS-ENT-COUNT TO RCL-IN-COUNT
       MOVE WS-ACK-READ-COUNT TO RCL-OUT-COUNT
       ADD WS-BOUNCED-COUNT WS-UNACKED-COUNT WS-NEVER-SENT-COUNT
           GIVING RCL-EXCEPTION-COUNT
       MOVE 0 TO RCL-AMOUNT
       IF WS-BATCH-SEQ NUMERIC AND WS-BATCH-SEQ > "00" THEN
           MOVE WS-BATCH-SEQ TO RCL-RUN-SEQ
       ELSE
           MOVE 1 TO RCL-RUN-SEQ
       END-IF
       WRITE RUN-CONTROL-RECORD
       CLOSE RUN-CONTROL-FILE.
