  *> wrote (CTLIN), and prints a balancing report (RECONRPT). Any
  *> break sets RETURN-CODE 8 so the scheduler holds the downstream
  *> GL job. The audit trail is permanent and cross-run, so only
  *> rows stamped with the business date and batch on the control
  *> record count - a supplemental batch reconciles on its own,
  *> not as a second helping of the night's run. Rows from before
  *> the audit row carried the batch belong to the nightly batch
  *> of the date in their run timestamp.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT SUSPECT-IN-FILE ASSIGN TO "SUSPIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPIN-STATUS.
       SELECT ORPHAN-IN-FILE ASSIGN TO "ORPHIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORPHIN-STATUS.
       SELECT LOW-IN-FILE ASSIGN TO "LOWIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOWIN-STATUS.
       SELECT RECON-RPT-FILE ASSIGN TO "RECONRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECONRPT-STATUS.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  CTL-IN-FILE.
   FD  SUSPECT-IN-FILE.
   01  SUSPECT-RECORD.
       COPY SUSPREC.
   FD  ORPHAN-IN-FILE.
   01  ORPHAN-RECORD.
       COPY ORPHREC.
   FD  LOW-IN-FILE.
   01  LOW-IN-RECORD PIC X(80).
   FD  NORMAL-IN-FILE.
   01  CRITICAL-IN-RECORD PIC X(80).
   FD  RECON-RPT-FILE.
   01  RECON-RPT-RECORD PIC X(80).
   FD  RUN-CONTROL-FILE.
   01  RUN-CONTROL-RECORD.
       COPY RUNCTLREC.
   WORKING-STORAGE SECTION.
   01 WS-CTLIN-STATUS PIC XX.
   01 WS-RPTIN-STATUS PIC XX.
   01 WS-EXTIN-STATUS PIC XX.
   01 WS-REJIN-STATUS PIC XX.
   01 WS-SUSPIN-STATUS PIC XX.
   01 WS-ORPHIN-STATUS PIC XX.
   01 WS-LOWIN-STATUS PIC XX.
   01 WS-NORMIN-STATUS PIC XX.
   01 WS-ELEVIN-STATUS PIC XX.
   01 WS-CRITIN-STATUS PIC XX.
   01 WS-RECONRPT-STATUS PIC XX.
   01 WS-RUNCTL-STATUS PIC XX.
   01 WS-RUN-TIMESTAMP PIC X(21).
   01 WS-END-TIMESTAMP PIC X(21).
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-EOF-FLAG PIC X.
   01 WS-IN-SUMMARY-FLAG PIC X VALUE "N".
       88 IN-SUMMARY-BLOCK VALUE "Y".
   01 WS-AUDIT-COUNT PIC 9(9) VALUE 0.
   01 WS-CTL-SEQ PIC 9(2) VALUE 1.
   01 WS-EXTRACT-COUNT PIC 9(9) VALUE 0.
   01 WS-EXTRACT-AMOUNT PIC S9(13)V99 VALUE 0.
   01 WS-REJECT-COUNT PIC 9(9) VALUE 0.
   01 WS-SUSPECT-COUNT PIC 9(9) VALUE 0.
   01 WS-ORPHAN-COUNT PIC 9(9) VALUE 0.
   01 WS-LOW-COUNT PIC 9(9) VALUE 0.
   01 WS-NORMAL-COUNT PIC 9(9) VALUE 0.
   01 WS-ELEVATED-COUNT PIC 9(9) VALUE 0.
       PERFORM 2300-COUNT-EXTRACT
       PERFORM 2400-COUNT-REJECTS
       PERFORM 2500-COUNT-SUSPECTS
       PERFORM 2550-COUNT-ORPHANS
       PERFORM 2600-COUNT-TIER-FILES
       PERFORM 3000-CROSS-FOOT
       PERFORM 3900-FINALIZE
       PERFORM 8000-LOG-RUN-CONTROL
       STOP RUN.

   1000-INITIALIZE.
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
       OPEN OUTPUT RECON-RPT-FILE
       MOVE WS-RECONRPT-STATUS TO WS-CHECK-STATUS
       MOVE "RECONRPT" TO WS-CHECK-NAME
               STOP RUN
       END-READ
       CLOSE CTL-IN-FILE
       IF CTL-RUN-SEQ NUMERIC AND CTL-RUN-SEQ > 0 THEN
           MOVE CTL-RUN-SEQ TO WS-CTL-SEQ
       END-IF
       MOVE SPACES TO RECON-RPT-RECORD
       STRING "=== SAMPLE1 RECONCILIATION FOR RUN "
                  DELIMITED BY SIZE
              CTL-RUN-DATE DELIMITED BY SIZE
              " BATCH " DELIMITED BY SIZE
              WS-CTL-SEQ DELIMITED BY SIZE
              " ===" DELIMITED BY SIZE
           INTO RECON-RPT-RECORD
       END-STRING
       READ AUDIT-IN-FILE
           AT END SET FILE-DONE TO TRUE
           NOT AT END
               IF AUD-BUS-DATE = SPACES THEN
                   IF AUD-RUN-TIMESTAMP(1:8) = CTL-RUN-DATE
                           AND WS-CTL-SEQ = 1 THEN
                       ADD 1 TO WS-AUDIT-COUNT
                   END-IF
               ELSE
                   IF AUD-BUS-DATE = CTL-RUN-DATE
                           AND AUD-RUN-SEQ = WS-CTL-SEQ THEN
                       ADD 1 TO WS-AUDIT-COUNT
                   END-IF
               END-IF
       END-READ.

           NOT AT END ADD 1 TO WS-SUSPECT-COUNT
       END-READ.

   2550-COUNT-ORPHANS.
       OPEN INPUT ORPHAN-IN-FILE
       MOVE WS-ORPHIN-STATUS TO WS-CHECK-STATUS
       MOVE "ORPHIN" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       MOVE "N" TO WS-EOF-FLAG
       PERFORM 2560-COUNT-ONE-ORPHAN UNTIL FILE-DONE
       CLOSE ORPHAN-IN-FILE.

   2560-COUNT-ONE-ORPHAN.
       READ ORPHAN-IN-FILE
           AT END SET FILE-DONE TO TRUE
           NOT AT END ADD 1 TO WS-ORPHAN-COUNT
       END-READ.

   2600-COUNT-TIER-FILES.
       OPEN INPUT LOW-IN-FILE
       MOVE WS-LOWIN-STATUS TO WS-CHECK-STATUS
       MOVE CTL-SUSPECT-COUNT TO WS-CMP-B
       PERFORM 3100-CHECK-ONE

       MOVE "ORPHAN ROWS VS SUMMARY" TO WS-CMP-LABEL
       MOVE WS-ORPHAN-COUNT TO WS-CMP-A
       MOVE CTL-ORPHAN-COUNT TO WS-CMP-B
       PERFORM 3100-CHECK-ONE

       MOVE "VALID+REJ+SUSP+ORPHAN VS PROCESSED" TO WS-CMP-LABEL
       COMPUTE WS-CMP-A =
           WS-VALID-TOTAL + WS-REJECT-COUNT + WS-SUSPECT-COUNT
           + WS-ORPHAN-COUNT
       MOVE CTL-RECORD-COUNT TO WS-CMP-B
       PERFORM 3100-CHECK-ONE

       END-IF
       WRITE RECON-RPT-RECORD
       CLOSE RECON-RPT-FILE.

   8000-LOG-RUN-CONTROL.
      *> One row on the shared run-control log for OPSSTAT.
      *> Status 05 is the very first run creating the log.
       OPEN EXTEND RUN-CONTROL-FILE
       IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05" THEN
           DISPLAY "RECONCIL: OPEN FAILED FOR RUNCTL - "
               "FILE STATUS " WS-RUNCTL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
       MOVE SPACES TO RUN-CONTROL-RECORD
       MOVE CTL-RUN-DATE TO RCL-BUS-DATE
       MOVE "RECONCIL" TO RCL-PROGRAM
       MOVE WS-RUN-TIMESTAMP(1:14) TO RCL-START-STAMP
       MOVE WS-END-TIMESTAMP(1:14) TO RCL-END-STAMP
       MOVE RETURN-CODE TO RCL-RETURN-CODE
       MOVE WS-EXTRACT-COUNT TO RCL-IN-COUNT
       MOVE WS-AUDIT-COUNT TO RCL-OUT-COUNT
       MOVE WS-BREAK-COUNT TO RCL-EXCEPTION-COUNT
       MOVE CTL-AMOUNT-TOTAL TO RCL-AMOUNT
       MOVE WS-CTL-SEQ TO RCL-RUN-SEQ
       WRITE RUN-CONTROL-RECORD
       CLOSE RUN-CONTROL-FILE.
