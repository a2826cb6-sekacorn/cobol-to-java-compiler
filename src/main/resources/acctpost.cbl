IDENTIFICATION DIVISION.
   PROGRAM-ID. ACCTPOST.
  *> ACCTPOST - Nightly account balance posting for SAMPLE1.
  *> Applies each item on the run's extract (EXTIN) to its
  *> account on the keyed master (ACCTMST): the ledger balance,
  *> the last-posting date and the month-to-date debit/credit
  *> totals. A positive item is a debit and adds to the balance;
  *> a reversal is a credit and subtracts, the same sides the GL
  *> job posts. Every item applied also appends a row to the
  *> permanent per-account activity history (ACTHIST) carrying
  *> the balance after it - the month-end statement run (ACCTSTMT)
  *> prints from that history.
  *> The master counts the items applied from each night's
  *> extract (ACCT-LAST-POST-ITEMS), so a rerun after an abend
  *> walks the same extract and skips, account by account, the
  *> items already on the balance. An item whose account is not
  *> on the master, or whose extract is older than the account's
  *> last posting, is left off and sets RETURN-CODE 8.
  *> A supplemental batch's extract (run sequence 02 up) is a
  *> later posting on the same business date: the count belongs
  *> to the date AND batch (ACCT-LAST-POST-SEQ), so the batch is
  *> applied on top of the nightly one instead of being skipped
  *> as a rerun of it.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT EXTRACT-IN-FILE ASSIGN TO "EXTIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTIN-STATUS.
       SELECT MASTER-FILE ASSIGN TO "ACCTMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCT-ID
           FILE STATUS IS WS-ACCTMST-STATUS.
       SELECT OPTIONAL HISTORY-FILE ASSIGN TO "ACTHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACTHIST-STATUS.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  EXTRACT-IN-FILE.
   01  EXTRACT-RECORD.
       COPY EXTRACTREC.
   FD  MASTER-FILE.
   01  MASTER-RECORD.
       COPY ACCTREC.
   FD  HISTORY-FILE.
   01  HISTORY-RECORD.
       COPY ACTVREC.
   FD  RUN-CONTROL-FILE.
   01  RUN-CONTROL-RECORD.
       COPY RUNCTLREC.
   WORKING-STORAGE SECTION.
   01 WS-EXTIN-STATUS PIC XX.
   01 WS-ACCTMST-STATUS PIC XX.
   01 WS-ACTHIST-STATUS PIC XX.
   01 WS-EXT-EOF-FLAG PIC X VALUE "N".
       88 EXT-END-OF-FILE VALUE "Y".
   01 WS-RUNCTL-STATUS PIC XX.
   01 WS-RUN-TIMESTAMP PIC X(21).
   01 WS-END-TIMESTAMP PIC X(21).
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-FOUND-FLAG PIC X VALUE "N".
       88 ACCOUNT-FOUND VALUE "Y".
  *> Items met so far this run per account - compared with the
  *> master's ACCT-LAST-POST-ITEMS to skip what a failed earlier
  *> attempt at the same extract already applied.
   01 WS-SEEN-MAX PIC 9(5) VALUE 20000.
   01 WS-SEEN-COUNT PIC 9(5) VALUE 0.
   01 WS-SEEN-TABLE.
       05 WS-SEEN-ENTRY OCCURS 20000 TIMES INDEXED BY SEEN-IDX.
           10 WS-SEEN-ID    PIC X(10).
           10 WS-SEEN-ITEMS PIC 9(5).
   01 WS-POST-AMOUNT PIC 9(7)V99.
   01 WS-EXTRACT-COUNT PIC 9(9) VALUE 0.
   01 WS-BUS-DATE PIC X(8) VALUE SPACES.
   01 WS-BUS-SEQ PIC 9(2) VALUE 1.
  *> Batch sequences as compared - blank or zero reads as 01,
  *> the nightly batch.
   01 WS-EXT-SEQ PIC 9(2).
   01 WS-ACCT-SEQ PIC 9(2).
   01 WS-POSTED-COUNT PIC 9(9) VALUE 0.
   01 WS-SKIPPED-COUNT PIC 9(9) VALUE 0.
   01 WS-MISSING-COUNT PIC 9(9) VALUE 0.
   01 WS-SEQUENCE-COUNT PIC 9(9) VALUE 0.
   01 WS-DEBIT-TOTAL PIC 9(13)V99 VALUE 0.
   01 WS-CREDIT-TOTAL PIC 9(13)V99 VALUE 0.
   01 WS-TOTAL-EDIT PIC Z(12)9.99.
   PROCEDURE DIVISION.
   0000-MAIN.
       PERFORM 1000-INITIALIZE
       PERFORM 2000-POST-ITEM UNTIL EXT-END-OF-FILE
       PERFORM 3000-FINALIZE
       PERFORM 8000-LOG-RUN-CONTROL
       STOP RUN.

   1000-INITIALIZE.
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
       OPEN INPUT EXTRACT-IN-FILE
       MOVE WS-EXTIN-STATUS TO WS-CHECK-STATUS
       MOVE "EXTIN" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       OPEN I-O MASTER-FILE
       MOVE WS-ACCTMST-STATUS TO WS-CHECK-STATUS
       MOVE "ACCTMST" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
      *> Status 05 is the very first run creating the history file.
       OPEN EXTEND HISTORY-FILE
       IF WS-ACTHIST-STATUS NOT = "00"
               AND WS-ACTHIST-STATUS NOT = "05" THEN
           DISPLAY "ACCTPOST: OPEN FAILED FOR ACTHIST - "
               "FILE STATUS " WS-ACTHIST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM 2900-READ-EXTRACT.

   1010-VERIFY-OPEN.
       IF WS-CHECK-STATUS NOT = "00" THEN
           DISPLAY "ACCTPOST: OPEN FAILED FOR " WS-CHECK-NAME
               " - FILE STATUS " WS-CHECK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

   2000-POST-ITEM.
       ADD 1 TO WS-EXTRACT-COUNT
       MOVE EXT-RUN-DATE TO WS-BUS-DATE
       IF EXT-RUN-SEQ NUMERIC AND EXT-RUN-SEQ > 0 THEN
           MOVE EXT-RUN-SEQ TO WS-BUS-SEQ
       END-IF
       PERFORM 2100-COUNT-SEEN
       PERFORM 2200-FIND-ACCOUNT
       IF NOT ACCOUNT-FOUND THEN
           DISPLAY "ACCTPOST: ACCOUNT " EXT-TRAN-ID
               " NOT ON MASTER - ITEM NOT POSTED"
           ADD 1 TO WS-MISSING-COUNT
           PERFORM 2700-FLAG-ERROR
       ELSE
           PERFORM 2250-SET-SEQUENCES
           IF ACCT-LAST-POST-DATE > EXT-RUN-DATE
                   OR (ACCT-LAST-POST-DATE = EXT-RUN-DATE
                       AND WS-ACCT-SEQ > WS-EXT-SEQ) THEN
               DISPLAY "ACCTPOST: ACCOUNT " EXT-TRAN-ID
                   " LAST POSTED " ACCT-LAST-POST-DATE
                   " BATCH " WS-ACCT-SEQ
                   " - EXTRACT OF " EXT-RUN-DATE
                   " BATCH " WS-EXT-SEQ
                   " IS OUT OF SEQUENCE, ITEM NOT POSTED"
               ADD 1 TO WS-SEQUENCE-COUNT
               PERFORM 2700-FLAG-ERROR
           ELSE
               IF ACCT-LAST-POST-DATE = EXT-RUN-DATE
                       AND WS-ACCT-SEQ = WS-EXT-SEQ
                       AND WS-SEEN-ITEMS (SEEN-IDX)
                           NOT > ACCT-LAST-POST-ITEMS THEN
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM 2300-APPLY-ITEM
               END-IF
           END-IF
       END-IF
       PERFORM 2900-READ-EXTRACT.

   2100-COUNT-SEEN.
       SET SEEN-IDX TO 1
       SEARCH WS-SEEN-ENTRY
           AT END
               PERFORM 2110-NEW-SEEN
           WHEN SEEN-IDX > WS-SEEN-COUNT
               PERFORM 2110-NEW-SEEN
           WHEN WS-SEEN-ID (SEEN-IDX) = EXT-TRAN-ID
               CONTINUE
       END-SEARCH
       ADD 1 TO WS-SEEN-ITEMS (SEEN-IDX).

   2110-NEW-SEEN.
       IF WS-SEEN-COUNT >= WS-SEEN-MAX THEN
           DISPLAY "ACCTPOST: ACCOUNT TABLE FULL AT "
               WS-SEEN-MAX " ENTRIES"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-SEEN-COUNT
       MOVE EXT-TRAN-ID TO WS-SEEN-ID (WS-SEEN-COUNT)
       MOVE 0 TO WS-SEEN-ITEMS (WS-SEEN-COUNT)
       SET SEEN-IDX TO WS-SEEN-COUNT.

   2200-FIND-ACCOUNT.
       MOVE "N" TO WS-FOUND-FLAG
       MOVE EXT-TRAN-ID TO ACCT-ID
       READ MASTER-FILE
           INVALID KEY CONTINUE
           NOT INVALID KEY SET ACCOUNT-FOUND TO TRUE
       END-READ.

   2250-SET-SEQUENCES.
       IF EXT-RUN-SEQ NUMERIC AND EXT-RUN-SEQ > 0 THEN
           MOVE EXT-RUN-SEQ TO WS-EXT-SEQ
       ELSE
           MOVE 1 TO WS-EXT-SEQ
       END-IF
       IF ACCT-LAST-POST-SEQ NUMERIC AND ACCT-LAST-POST-SEQ > 0 THEN
           MOVE ACCT-LAST-POST-SEQ TO WS-ACCT-SEQ
       ELSE
           MOVE 1 TO WS-ACCT-SEQ
       END-IF.

   2300-APPLY-ITEM.
      *> First posting of a new month starts the month-to-date
      *> totals again; first item of a new extract - a new date,
      *> or a further batch on the same date - starts its
      *> applied-item count again.
       IF ACCT-MTD-MONTH NOT = EXT-RUN-DATE(1:6) THEN
           MOVE EXT-RUN-DATE(1:6) TO ACCT-MTD-MONTH
           MOVE 0 TO ACCT-MTD-DEBITS
           MOVE 0 TO ACCT-MTD-CREDITS
       END-IF
       IF ACCT-LAST-POST-DATE NOT = EXT-RUN-DATE
               OR WS-ACCT-SEQ NOT = WS-EXT-SEQ THEN
           MOVE EXT-RUN-DATE TO ACCT-LAST-POST-DATE
           MOVE WS-EXT-SEQ TO ACCT-LAST-POST-SEQ
           MOVE 0 TO ACCT-LAST-POST-ITEMS
       END-IF
       COMPUTE WS-POST-AMOUNT = FUNCTION ABS(EXT-AMOUNT)
       IF EXT-AMOUNT < 0 THEN
           ADD WS-POST-AMOUNT TO ACCT-MTD-CREDITS
           ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
       ELSE
           ADD WS-POST-AMOUNT TO ACCT-MTD-DEBITS
           ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
       END-IF
       ADD EXT-AMOUNT TO ACCT-LEDGER-BALANCE
       ADD 1 TO ACCT-LAST-POST-ITEMS
      *> History row first, master second: a stop between the two
      *> leaves the item uncounted on the master, so the rerun
      *> applies it again (a repeated ACTHIST row the desk can
      *> see) rather than skipping an item that has no history.
       PERFORM 2400-WRITE-HISTORY
       REWRITE MASTER-RECORD
           INVALID KEY PERFORM 2800-WRITE-FAILED
       END-REWRITE
       ADD 1 TO WS-POSTED-COUNT.

   2400-WRITE-HISTORY.
       MOVE EXT-TRAN-ID TO ACV-TRAN-ID
       MOVE EXT-RUN-DATE TO ACV-POST-DATE
       MOVE EXT-AMOUNT TO ACV-AMOUNT
       MOVE EXT-CLASSIFICATION TO ACV-CLASSIFICATION
       MOVE EXT-REVERSAL-FLAG TO ACV-REVERSAL-FLAG
       MOVE EXT-SOURCE-CODE TO ACV-SOURCE-CODE
       MOVE EXT-ORIG-CURRENCY TO ACV-ORIG-CURRENCY
       MOVE EXT-ORIG-AMOUNT TO ACV-ORIG-AMOUNT
       MOVE ACCT-LEDGER-BALANCE TO ACV-BALANCE-AFTER
       MOVE ACCT-NAME TO ACV-ACCT-NAME
       MOVE ACCT-BRANCH TO ACV-ACCT-BRANCH
       WRITE HISTORY-RECORD.

   2700-FLAG-ERROR.
       IF RETURN-CODE < 8 THEN
           MOVE 8 TO RETURN-CODE
       END-IF.

   2800-WRITE-FAILED.
      *> A keyed rewrite failing after a clean read is an I/O or
      *> catalog problem - stop; the rerun skips what landed.
       DISPLAY "ACCTPOST: REWRITE FAILED FOR " ACCT-ID
           " - FILE STATUS " WS-ACCTMST-STATUS " - ABORTING"
       MOVE 16 TO RETURN-CODE
       STOP RUN.

   2900-READ-EXTRACT.
       READ EXTRACT-IN-FILE
           AT END SET EXT-END-OF-FILE TO TRUE
       END-READ.

   3000-FINALIZE.
       CLOSE EXTRACT-IN-FILE
       CLOSE MASTER-FILE
       CLOSE HISTORY-FILE
       DISPLAY "ACCTPOST: ITEMS READ " WS-EXTRACT-COUNT
           " POSTED " WS-POSTED-COUNT
           " ALREADY POSTED " WS-SKIPPED-COUNT
       DISPLAY "ACCTPOST: NOT ON MASTER " WS-MISSING-COUNT
           " OUT OF SEQUENCE " WS-SEQUENCE-COUNT
       MOVE WS-DEBIT-TOTAL TO WS-TOTAL-EDIT
       DISPLAY "ACCTPOST: DEBITS POSTED  " WS-TOTAL-EDIT
       MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT
       DISPLAY "ACCTPOST: CREDITS POSTED " WS-TOTAL-EDIT.

   8000-LOG-RUN-CONTROL.
      *> One row on the shared run-control log for OPSSTAT.
      *> Status 05 is the very first run creating the log.
       OPEN EXTEND RUN-CONTROL-FILE
       IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05" THEN
           DISPLAY "ACCTPOST: OPEN FAILED FOR RUNCTL - "
               "FILE STATUS " WS-RUNCTL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
       MOVE SPACES TO RUN-CONTROL-RECORD
       IF WS-BUS-DATE = SPACES THEN
           MOVE WS-RUN-TIMESTAMP(1:8) TO RCL-BUS-DATE
       ELSE
           MOVE WS-BUS-DATE TO RCL-BUS-DATE
       END-IF
       MOVE "ACCTPOST" TO RCL-PROGRAM
       MOVE WS-RUN-TIMESTAMP(1:14) TO RCL-START-STAMP
       MOVE WS-END-TIMESTAMP(1:14) TO RCL-END-STAMP
       MOVE RETURN-CODE TO RCL-RETURN-CODE
       MOVE WS-EXTRACT-COUNT TO RCL-IN-COUNT
       MOVE WS-POSTED-COUNT TO RCL-OUT-COUNT
       ADD WS-MISSING-COUNT WS-SEQUENCE-COUNT
           GIVING RCL-EXCEPTION-COUNT
       SUBTRACT WS-CREDIT-TOTAL FROM WS-DEBIT-TOTAL
           GIVING RCL-AMOUNT
       MOVE WS-BUS-SEQ TO RCL-RUN-SEQ
       WRITE RUN-CONTROL-RECORD
       CLOSE RUN-CONTROL-FILE.
