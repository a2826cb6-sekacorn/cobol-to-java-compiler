  *> Reads every branch feed named on the operations feed
  *> registry (FEEDREGS - one card per feed: DD name, expected
  *> header source, required or optional tonight), plus the
  *> recycle candidates (RECYCIN, optional), the desk's
  *> released suspects (FORCEIN, optional) and its resubmitted
  *> orphan credits (ORPHANIN, optional), verifies each feed's
  *> own header/trailer control set - count, hash total, business
  *> date AND that the header source matches the registry - and
  *> writes one combined TRANIN-format file (TRANOUT) under a
  *> earlier nights arrive back on WAREHI and merge automatically
  *> once their date comes due; sets still future are parked
  *> again.
  *> A supplemental run (RUNMODE card, optional - see MODECARD)
  *> merges a late feed for an earlier business date: the card's
  *> date stands in for today's throughout, so the merged header
  *> carries it and SAMPLE1 takes the set as a further batch for
  *> that date. The batch number SAMPLE1 will give it - one past
  *> the highest on the run-statistics history (STATHIST) for
  *> the date - goes on the run-control row alongside the date.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT OPTIONAL FORCE-IN-FILE ASSIGN TO "FORCEIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FORCEIN-STATUS.
       SELECT OPTIONAL ORPHAN-IN-FILE ASSIGN TO "ORPHANIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORPHANIN-STATUS.
       SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALDATES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALDATES-STATUS.
       SELECT OPTIONAL MODE-FILE ASSIGN TO "RUNMODE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNMODE-STATUS.
       SELECT OPTIONAL WAREHOUSE-IN-FILE ASSIGN TO "WAREHI"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WAREHI-STATUS.
       SELECT TRAN-OUT-FILE ASSIGN TO "TRANOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANOUT-STATUS.
       SELECT OPTIONAL STAT-FILE ASSIGN TO "STATHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATHIST-STATUS.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  FEED-FILE.
   01  RECYCLE-IN-RECORD PIC X(39).
   FD  FORCE-IN-FILE.
   01  FORCE-IN-RECORD PIC X(39).
   FD  ORPHAN-IN-FILE.
   01  ORPHAN-IN-RECORD PIC X(39).
   FD  CALENDAR-FILE.
   01  CALENDAR-RECORD.
       COPY CALREC.
   FD  MODE-FILE.
   01  MODE-RECORD.
       COPY MODECARD.
   FD  WAREHOUSE-IN-FILE.
   01  WAREHOUSE-IN-RECORD PIC X(39).
   FD  WAREHOUSE-OUT-FILE.
   01  WAREHOUSE-OUT-RECORD PIC X(39).
   FD  TRAN-OUT-FILE.
   01  TRAN-OUT-RECORD PIC X(39).
   FD  STAT-FILE.
   01  STAT-RECORD.
       COPY STATREC.
   FD  RUN-CONTROL-FILE.
   01  RUN-CONTROL-RECORD.
       COPY RUNCTLREC.
   WORKING-STORAGE SECTION.
   01 WS-FEED-STATUS PIC XX.
   01 WS-FEEDREGS-STATUS PIC XX.
   01 WS-RECYCIN-STATUS PIC XX.
   01 WS-FORCEIN-STATUS PIC XX.
   01 WS-ORPHANIN-STATUS PIC XX.
   01 WS-CALDATES-STATUS PIC XX.
   01 WS-RUNMODE-STATUS PIC XX.
   01 WS-WAREHI-STATUS PIC XX.
   01 WS-WAREHO-STATUS PIC XX.
   01 WS-TRANOUT-STATUS PIC XX.
   01 WS-STATHIST-STATUS PIC XX.
   01 WS-RUNCTL-STATUS PIC XX.
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-FEED-DDNAME PIC X(8).
   01 WS-FEED-NAME PIC X(8).
   01 WS-EXPECTED-SOURCE PIC X(8).
   01 WS-RUN-TIMESTAMP PIC X(21).
   01 WS-END-TIMESTAMP PIC X(21).
   01 WS-RUN-DATE PIC X(8).
   01 WS-RUN-DATE-NUM PIC 9(8).
   01 WS-RUN-SEQ PIC 9(2) VALUE 1.
   01 WS-STAT-EOF-FLAG PIC X VALUE "N".
       88 STAT-SCAN-DONE VALUE "Y".
   01 WS-STAT-SEQ PIC 9(2).
   01 WS-LAST-SEQ PIC 9(2) VALUE 0.
   01 WS-SET-OPEN-FLAG PIC X.
       88 CONTROL-SET-OPEN VALUE "Y".
   01 WS-CAL-EOF-FLAG PIC X VALUE "N".
   01 WS-FEED-TOTAL-DETAILS PIC 9(9).
   01 WS-FEED-REQUIRED-FLAG PIC X.
       88 FEED-REQUIRED VALUE "Y".
   01 WS-IN-DETAIL-COUNT PIC 9(9) VALUE 0.
   01 WS-OUT-DETAIL-COUNT PIC 9(9) VALUE 0.
   01 WS-OUT-HASH-TOTAL PIC S9(13)V99 VALUE 0.
  *> Every registry feed plus the three fixed cycle sources.
   01 WS-USED-MAX PIC 9(2) VALUE 23.
   01 WS-USED-COUNT PIC 9(2) VALUE 0.
   01 WS-USED-TABLE.
       05 WS-USED-ENTRY OCCURS 23 TIMES INDEXED BY USED-IDX.
           10 WS-USED-CODE PIC X(4).
           10 WS-USED-FEED PIC X(8).
   PROCEDURE DIVISION.
       PERFORM 2350-MERGE-WAREHOUSE
       PERFORM 2400-MERGE-RECYCLE
       PERFORM 2450-MERGE-FORCE
       PERFORM 2480-MERGE-ORPHAN
       PERFORM 3000-FINALIZE
       PERFORM 8000-LOG-RUN-CONTROL
       STOP RUN.

   1000-INITIALIZE.
       PERFORM 1200-LOAD-CALENDAR
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
       MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
       PERFORM 1300-READ-RUN-MODE
       MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
       MOVE SPACES TO WS-TRAN-RECORD
       MOVE "H" TO TRAN-REC-TYPE
               MOVE CAL-DATE TO WS-CAL-DATE (WS-CAL-COUNT)
       END-READ.

   1300-READ-RUN-MODE.
      *> No card, or a NIGHTLY card, merges for today. SUPPLMNT
      *> merges for the card's business date instead.
       OPEN INPUT MODE-FILE
       EVALUATE WS-RUNMODE-STATUS
           WHEN "00"
               READ MODE-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM 1310-APPLY-RUN-MODE
               END-READ
               CLOSE MODE-FILE
           WHEN "05"
               CONTINUE
           WHEN OTHER
               DISPLAY "FEEDMRG: OPEN FAILED FOR RUNMODE - "
                   "FILE STATUS " WS-RUNMODE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

   1310-APPLY-RUN-MODE.
       EVALUATE RMD-RUN-MODE
           WHEN SPACES
           WHEN "NIGHTLY"
               CONTINUE
           WHEN "SUPPLMNT"
               IF RMD-BUS-DATE NOT NUMERIC
                       OR RMD-BUS-DATE > WS-RUN-DATE THEN
                   DISPLAY "FEEDMRG: RUNMODE BUSINESS DATE '"
                       RMD-BUS-DATE "' IS NOT A DATE ON OR BEFORE "
                       "TODAY - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RMD-BUS-DATE TO WS-RUN-DATE
               PERFORM 1320-SET-RUN-SEQUENCE
               DISPLAY "FEEDMRG: SUPPLEMENTAL MERGE FOR BUSINESS "
                   "DATE " WS-RUN-DATE " BATCH " WS-RUN-SEQ
           WHEN OTHER
               DISPLAY "FEEDMRG: UNKNOWN RUNMODE '" RMD-RUN-MODE
                   "' - ABORTING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

   1320-SET-RUN-SEQUENCE.
      *> The same scan SAMPLE1 makes for the batch it is about to
      *> run. No nightly row for the date is SAMPLE1's to refuse;
      *> here the batch simply logs as 01.
       OPEN INPUT STAT-FILE
       EVALUATE WS-STATHIST-STATUS
           WHEN "00"
               PERFORM 1325-SCAN-ONE-STAT UNTIL STAT-SCAN-DONE
               CLOSE STAT-FILE
           WHEN "05"
               CLOSE STAT-FILE
           WHEN OTHER
               DISPLAY "FEEDMRG: OPEN FAILED FOR STATHIST - "
                   "FILE STATUS " WS-STATHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE
       IF WS-LAST-SEQ > 0 AND WS-LAST-SEQ < 99 THEN
           ADD 1 TO WS-LAST-SEQ GIVING WS-RUN-SEQ
       END-IF.

   1325-SCAN-ONE-STAT.
       READ STAT-FILE
           AT END SET STAT-SCAN-DONE TO TRUE
           NOT AT END
               IF STA-RUN-DATE = WS-RUN-DATE THEN
                   IF STA-RUN-SEQ NUMERIC AND STA-RUN-SEQ > 0 THEN
                       MOVE STA-RUN-SEQ TO WS-STAT-SEQ
                   ELSE
                       MOVE 1 TO WS-STAT-SEQ
                   END-IF
                   IF WS-STAT-SEQ > WS-LAST-SEQ THEN
                       MOVE WS-STAT-SEQ TO WS-LAST-SEQ
                   END-IF
               END-IF
       END-READ.

   2100-MERGE-ONE-FEED.
       MOVE WS-REG-DDNAME (WS-REG-SUB) TO WS-FEED-DDNAME
       MOVE WS-REG-DDNAME (WS-REG-SUB) TO WS-CHECK-NAME
       END-READ.

   2400-MERGE-RECYCLE.
      *> The recycle, force-post and orphan paths are the shop's
      *> own cycle datasets, not branch feeds, so they stay off
      *> the registry: their DD names and header sources are
      *> fixed by REJRECYC, SUSRELSE and ORPHRCYC.
       OPEN INPUT RECYCLE-IN-FILE
       EVALUATE WS-RECYCIN-STATUS
           WHEN "00"
               PERFORM 2700-PROCESS-RECORD
       END-READ.

   2480-MERGE-ORPHAN.
       OPEN INPUT ORPHAN-IN-FILE
       EVALUATE WS-ORPHANIN-STATUS
           WHEN "00"
               MOVE "ORPHANIN" TO WS-CHECK-NAME
               PERFORM 2500-START-FEED
               MOVE "ORPHRCYC" TO WS-EXPECTED-SOURCE
              *> Like the recycle path, there may be no orphan
              *> credits to resubmit tonight.
               MOVE "N" TO WS-FEED-REQUIRED-FLAG
               PERFORM 2490-READ-ONE-ORPHAN UNTIL FEED-DONE
               CLOSE ORPHAN-IN-FILE
               PERFORM 2600-VERIFY-FEED-END
           WHEN "05"
               DISPLAY "FEEDMRG: ORPHANIN NOT PRESENT - NO "
                   "RESUBMITTED ORPHAN CREDITS THIS RUN"
           WHEN OTHER
               DISPLAY "FEEDMRG: OPEN FAILED FOR ORPHANIN - "
                   "FILE STATUS " WS-ORPHANIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

   2490-READ-ONE-ORPHAN.
       READ ORPHAN-IN-FILE
           AT END SET FEED-DONE TO TRUE
           NOT AT END
               MOVE ORPHAN-IN-RECORD TO WS-TRAN-RECORD
               PERFORM 2700-PROCESS-RECORD
       END-READ.

   2500-START-FEED.
       MOVE WS-CHECK-NAME TO WS-FEED-NAME
       MOVE "N" TO WS-FEED-EOF-FLAG
       END-IF
       ADD 1 TO WS-FEED-DETAIL-COUNT
       ADD 1 TO WS-FEED-TOTAL-DETAILS
       ADD 1 TO WS-IN-DETAIL-COUNT
       IF VAR1 NUMERIC THEN
           ADD VAR1 TO WS-FEED-HASH-TOTAL
       END-IF
               MOVE WS-CUR-SOURCE TO TRAN-SOURCE-CODE
           END-IF
          *> The force-post byte is merge-owned, like the source
          *> stamp: only the desk's SUSRELSE output may carry an
          *> "F", and only its ORPHRCYC output an "O". Either one
          *> arriving on a branch feed (or riding through the
          *> warehouse) would otherwise disable the duplicate
          *> check or the reversal match downstream.
           EVALUATE WS-FEED-NAME
               WHEN "FORCEIN"
                   IF NOT TRAN-FORCE-POSTED THEN
                       MOVE SPACE TO TRAN-FORCE-POST
                   END-IF
               WHEN "ORPHANIN"
                   IF NOT TRAN-ORPHAN-RELEASED THEN
                       MOVE SPACE TO TRAN-FORCE-POST
                   END-IF
               WHEN OTHER
                   MOVE SPACE TO TRAN-FORCE-POST
           END-EVALUATE
           ADD 1 TO WS-OUT-DETAIL-COUNT
           MOVE WS-TRAN-RECORD TO TRAN-OUT-RECORD
           WRITE TRAN-OUT-RECORD
                   MOVE "N" TO WS-BUSDAY-FLAG
           END-SEARCH
       END-IF.

   8000-LOG-RUN-CONTROL.
      *> One row on the shared run-control log for OPSSTAT.
      *> Status 05 is the very first run creating the log.
       OPEN EXTEND RUN-CONTROL-FILE
       IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05" THEN
           DISPLAY "FEEDMRG: OPEN FAILED FOR RUNCTL - "
               "FILE STATUS " WS-RUNCTL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
       MOVE SPACES TO RUN-CONTROL-RECORD
       MOVE WS-RUN-DATE TO RCL-BUS-DATE
       MOVE "FEEDMRG" TO RCL-PROGRAM
       MOVE WS-RUN-TIMESTAMP(1:14) TO RCL-START-STAMP
       MOVE WS-END-TIMESTAMP(1:14) TO RCL-END-STAMP
       MOVE RETURN-CODE TO RCL-RETURN-CODE
       MOVE WS-IN-DETAIL-COUNT TO RCL-IN-COUNT
       MOVE WS-OUT-DETAIL-COUNT TO RCL-OUT-COUNT
       SUBTRACT WS-OUT-DETAIL-COUNT FROM WS-IN-DETAIL-COUNT
           GIVING RCL-EXCEPTION-COUNT
       MOVE WS-OUT-HASH-TOTAL TO RCL-AMOUNT
       MOVE WS-RUN-SEQ TO RCL-RUN-SEQ
       WRITE RUN-CONTROL-RECORD
       CLOSE RUN-CONTROL-FILE.
