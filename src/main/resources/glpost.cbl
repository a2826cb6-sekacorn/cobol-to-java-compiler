  *> and is only written when they agree - an out-of-balance batch
  *> abends with RETURN-CODE 16 instead. Per-tier posted totals go
  *> to SYSOUT so the desk can tie back to the run summary.
  *> The batch header carries the extract's business date and
  *> run sequence, so a supplemental SAMPLE1 batch goes to the GL
  *> as a batch of its own beside that date's nightly one, and
  *> the subledger applies each exactly once.
  *> The GL subledger only ever reads the latest journal
  *> generation, so before a new batch is written the previous
  *> one (PRVJRNL) must already be in it: when the subledger
  *> header (SUBLIN) shows an earlier tier batch than the one on
  *> PRVJRNL, the acknowledgment match and subledger job has not
  *> yet run for it, and a new generation would hide it for good.
  *> GLPOST then refuses with RETURN-CODE 16 before writing
  *> anything.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLJRNL-STATUS.
       SELECT OPTIONAL PRIOR-JOURNAL-FILE ASSIGN TO "PRVJRNL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRVJRNL-STATUS.
       SELECT OPTIONAL SUBLDG-IN-FILE ASSIGN TO "SUBLIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBLIN-STATUS.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  EXTRACT-IN-FILE.
   FD  JOURNAL-FILE.
   01  JOURNAL-RECORD.
       COPY GLJRNREC.
  *> Only the header of the previous batch is read - the
  *> GLJRNREC header layout.
   FD  PRIOR-JOURNAL-FILE.
   01  PRIOR-JOURNAL-RECORD.
       05 PRV-REC-TYPE       PIC X.
       05 PRV-HDR-SOURCE     PIC X(8).
       05 PRV-HDR-BATCH-DATE PIC X(8).
       05 PRV-HDR-RUN-SEQ    PIC X(2).
       05 FILLER             PIC X(21).
   FD  SUBLDG-IN-FILE.
   01  SUBLDG-IN-RECORD.
       COPY SUBLIREC.
   FD  RUN-CONTROL-FILE.
   01  RUN-CONTROL-RECORD.
       COPY RUNCTLREC.
   WORKING-STORAGE SECTION.
   01 WS-EXTIN-STATUS PIC XX.
   01 WS-GLCARDS-STATUS PIC XX.
       88 EXT-END-OF-FILE VALUE "Y".
   01 WS-CARD-EOF-FLAG PIC X VALUE "N".
       88 CARD-LOAD-DONE VALUE "Y".
   01 WS-RUNCTL-STATUS PIC XX.
   01 WS-PRVJRNL-STATUS PIC XX.
   01 WS-SUBLIN-STATUS PIC XX.
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-RUN-TIMESTAMP PIC X(21).
   01 WS-END-TIMESTAMP PIC X(21).
   01 WS-RUN-DATE PIC X(8).
   01 WS-RUN-SEQ PIC 9(2) VALUE 1.
  *> Previous batch sent, and the last tier batch the subledger
  *> has applied - date and batch number, blank batch read as 01.
   01 WS-PRIOR-FLAG PIC X VALUE "N".
       88 PRIOR-BATCH-FOUND VALUE "Y".
   01 WS-PRIOR-KEY.
       05 WS-PRIOR-DATE PIC X(8) VALUE SPACES.
       05 WS-PRIOR-SEQ  PIC 9(2) VALUE 0.
   01 WS-APPLIED-KEY.
       05 WS-APPLIED-DATE PIC X(8) VALUE SPACES.
       05 WS-APPLIED-SEQ  PIC 9(2) VALUE 0.
   01 WS-MAP-MAX PIC 9(2) VALUE 10.
   01 WS-MAP-COUNT PIC 9(2) VALUE 0.
   01 WS-MAP-TABLE.
       PERFORM 1000-INITIALIZE
       PERFORM 2000-POST-EXTRACT UNTIL EXT-END-OF-FILE
       PERFORM 3000-FINALIZE
       PERFORM 8000-LOG-RUN-CONTROL
       STOP RUN.

   1000-INITIALIZE.
       PERFORM 1050-CHECK-PRIOR-BATCH
       OPEN INPUT EXTRACT-IN-FILE
       MOVE WS-EXTIN-STATUS TO WS-CHECK-STATUS
       MOVE "EXTIN" TO WS-CHECK-NAME
       MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
       PERFORM 1100-LOAD-CARDS
       PERFORM 1200-INIT-TIER-TOTALS
       PERFORM 2900-READ-EXTRACT
       PERFORM 1300-WRITE-BATCH-HEADER.

   1010-VERIFY-OPEN.
       IF WS-CHECK-STATUS NOT = "00" THEN
           STOP RUN
       END-IF.

   1050-CHECK-PRIOR-BATCH.
      *> Status 05 on either file is the very first run (or DD
      *> DUMMY): nothing sent before, or no subledger yet.
       OPEN INPUT PRIOR-JOURNAL-FILE
       EVALUATE WS-PRVJRNL-STATUS
           WHEN "00"
               READ PRIOR-JOURNAL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PRV-REC-TYPE = "H" THEN
                           SET PRIOR-BATCH-FOUND TO TRUE
                           MOVE PRV-HDR-BATCH-DATE TO WS-PRIOR-DATE
                           IF PRV-HDR-RUN-SEQ NUMERIC
                                   AND PRV-HDR-RUN-SEQ > "00" THEN
                               MOVE PRV-HDR-RUN-SEQ TO WS-PRIOR-SEQ
                           ELSE
                               MOVE 1 TO WS-PRIOR-SEQ
                           END-IF
                       END-IF
               END-READ
               CLOSE PRIOR-JOURNAL-FILE
           WHEN "05"
               CLOSE PRIOR-JOURNAL-FILE
           WHEN OTHER
               DISPLAY "GLPOST: OPEN FAILED FOR PRVJRNL - "
                   "FILE STATUS " WS-PRVJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE
       IF PRIOR-BATCH-FOUND THEN
           PERFORM 1060-READ-SUBLEDGER-HEADER
           IF WS-PRIOR-KEY > WS-APPLIED-KEY THEN
               DISPLAY "GLPOST: PREVIOUS BATCH " WS-PRIOR-DATE
                   " BATCH " WS-PRIOR-SEQ " IS NOT YET IN THE GL "
                   "SUBLEDGER (LAST APPLIED " WS-APPLIED-DATE
                   " BATCH " WS-APPLIED-SEQ ")"
               DISPLAY "GLPOST: RUN THE GLACKMCH JOB FOR IT FIRST - "
                   "NO NEW BATCH WRITTEN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.

   1060-READ-SUBLEDGER-HEADER.
       OPEN INPUT SUBLDG-IN-FILE
       EVALUATE WS-SUBLIN-STATUS
           WHEN "00"
               READ SUBLDG-IN-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SLI-HEADER-REC THEN
                           MOVE SLI-HDR-TIER-BATCH
                               TO WS-APPLIED-DATE
                           IF SLI-HDR-TIER-SEQ NUMERIC
                                   AND SLI-HDR-TIER-SEQ > 0 THEN
                               MOVE SLI-HDR-TIER-SEQ
                                   TO WS-APPLIED-SEQ
                           ELSE
                               MOVE 1 TO WS-APPLIED-SEQ
                           END-IF
                       END-IF
               END-READ
               CLOSE SUBLDG-IN-FILE
           WHEN "05"
               CLOSE SUBLDG-IN-FILE
           WHEN OTHER
               DISPLAY "GLPOST: OPEN FAILED FOR SUBLIN - "
                   "FILE STATUS " WS-SUBLIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

   1100-LOAD-CARDS.
       OPEN INPUT CARD-FILE
       MOVE WS-GLCARDS-STATUS TO WS-CHECK-STATUS
       MOVE 0 TO WS-TIER-AMOUNT (WS-TIER-SUB).

   1300-WRITE-BATCH-HEADER.
      *> Dated from the first extract row; an empty extract still
      *> sends an (empty) nightly batch under today's date.
       IF NOT EXT-END-OF-FILE THEN
           MOVE EXT-RUN-DATE TO WS-RUN-DATE
           IF EXT-RUN-SEQ NUMERIC AND EXT-RUN-SEQ > 0 THEN
               MOVE EXT-RUN-SEQ TO WS-RUN-SEQ
           END-IF
       END-IF
       MOVE SPACES TO JOURNAL-RECORD
       MOVE "H" TO GLJ-REC-TYPE
       MOVE "SAMPLE1" TO GLJ-HDR-SOURCE
       MOVE WS-RUN-DATE TO GLJ-HDR-BATCH-DATE
       MOVE WS-RUN-SEQ TO GLJ-HDR-RUN-SEQ
       WRITE JOURNAL-RECORD.

   2000-POST-EXTRACT.
       DISPLAY "GLPOST: TIER " WS-TIER-NAME (WS-TIER-SUB)
           " COUNT " WS-TIER-COUNT (WS-TIER-SUB)
           " NET AMOUNT " WS-TIER-EDIT.

   8000-LOG-RUN-CONTROL.
      *> One row on the shared run-control log for OPSSTAT.
      *> Status 05 is the very first run creating the log.
       OPEN EXTEND RUN-CONTROL-FILE
       IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05" THEN
           DISPLAY "GLPOST: OPEN FAILED FOR RUNCTL - "
               "FILE STATUS " WS-RUNCTL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
       MOVE SPACES TO RUN-CONTROL-RECORD
       MOVE WS-RUN-DATE TO RCL-BUS-DATE
       MOVE "GLPOST" TO RCL-PROGRAM
       MOVE WS-RUN-TIMESTAMP(1:14) TO RCL-START-STAMP
       MOVE WS-END-TIMESTAMP(1:14) TO RCL-END-STAMP
       MOVE RETURN-CODE TO RCL-RETURN-CODE
       MOVE WS-EXTRACT-COUNT TO RCL-IN-COUNT
       MOVE WS-ENTRY-COUNT TO RCL-OUT-COUNT
       MOVE 0 TO RCL-EXCEPTION-COUNT
       MOVE WS-DEBIT-TOTAL TO RCL-AMOUNT
       MOVE WS-RUN-SEQ TO RCL-RUN-SEQ
       WRITE RUN-CONTROL-RECORD
       CLOSE RUN-CONTROL-FILE.
