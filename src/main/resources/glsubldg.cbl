IDENTIFICATION DIVISION.
   PROGRAM-ID. GLSUBLDG.
  *> GLSUBLDG - GL subledger balances and daily trial balance.
  *> Carries our own running position per GL account (SUBLIN to
  *> SUBLOUT) and applies to it every journal batch we sent the
  *> GL: the GLPOST tier-posting batch and the WOFPOST write-off
  *> clearing batch, concatenated on JRNIN and told apart by the
  *> batch header source. Entries GLACKMCH reported as bounced
  *> (BNCIN) never posted on the GL side and are left out here
  *> too. A batch whose date is not later than the last one of
  *> its source already applied is skipped, so a rerun or a
  *> stale generation can never double an account. Tier batches
  *> are keyed on date and batch number together, so a
  *> supplemental batch for a date already taken still applies
  *> once, after its nightly, and is skipped after that. The trial
  *> balance (TBRPT) shows each account's opening balance, the
  *> day's debits and credits by source batch, and its closing
  *> balance. Debits must equal credits - for the day and across
  *> the closing positions - or the step ends RETURN-CODE 8 so
  *> finance sees the break the same morning. A tier batch that
  *> does not follow straight on from the last one applied - a
  *> batch number skipped within a date, or a new date that does
  *> not start at its nightly batch 01 - is still applied but
  *> flagged on TBRPT with RETURN-CODE 8: the batch in between
  *> was never brought into the subledger and has to be found.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT OPTIONAL SUBLDG-IN-FILE ASSIGN TO "SUBLIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBLIN-STATUS.
       SELECT JOURNAL-IN-FILE ASSIGN TO "JRNIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNIN-STATUS.
       SELECT BOUNCE-IN-FILE ASSIGN TO "BNCIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BNCIN-STATUS.
       SELECT SUBLDG-OUT-FILE ASSIGN TO "SUBLOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUBLOUT-STATUS.
       SELECT TB-RPT-FILE ASSIGN TO "TBRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TBRPT-STATUS.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  SUBLDG-IN-FILE.
   01  SUBLDG-IN-RECORD.
       COPY SUBLIREC.
   FD  JOURNAL-IN-FILE.
   01  JOURNAL-RECORD.
       COPY GLJRNREC.
   FD  BOUNCE-IN-FILE.
   01  ACK-RECORD.
       COPY GLACKREC.
   FD  SUBLDG-OUT-FILE.
   01  SUBLDG-OUT-RECORD.
       COPY SUBLOREC.
   FD  TB-RPT-FILE.
   01  TB-RPT-RECORD PIC X(100).
   FD  RUN-CONTROL-FILE.
   01  RUN-CONTROL-RECORD.
       COPY RUNCTLREC.
   WORKING-STORAGE SECTION.
   01 WS-SUBLIN-STATUS PIC XX.
   01 WS-JRNIN-STATUS PIC XX.
   01 WS-BNCIN-STATUS PIC XX.
   01 WS-SUBLOUT-STATUS PIC XX.
   01 WS-TBRPT-STATUS PIC XX.
   01 WS-RUNCTL-STATUS PIC XX.
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-SUB-EOF-FLAG PIC X VALUE "N".
       88 SUB-LOAD-DONE VALUE "Y".
   01 WS-BNC-EOF-FLAG PIC X VALUE "N".
       88 BNC-LOAD-DONE VALUE "Y".
   01 WS-JRN-EOF-FLAG PIC X VALUE "N".
       88 JRN-END-OF-FILE VALUE "Y".
   01 WS-RUN-TIMESTAMP PIC X(21).
   01 WS-END-TIMESTAMP PIC X(21).
   01 WS-RUN-DATE PIC X(8).
  *> Last batch of each source already in the balances - from
  *> the subledger header, advanced as tonight's batches apply.
   01 WS-LAST-TIER-BATCH PIC X(8) VALUE SPACES.
   01 WS-LAST-TIER-SEQ PIC 9(2) VALUE 0.
   01 WS-LAST-WOF-BATCH PIC X(8) VALUE SPACES.
  *> The batch currently being read off JRNIN.
   01 WS-BATCH-OPEN-FLAG PIC X VALUE "N".
       88 BATCH-OPEN VALUE "Y".
   01 WS-BATCH-KIND PIC X.
       88 BATCH-IS-TIER VALUE "T".
       88 BATCH-IS-WOF  VALUE "W".
   01 WS-BATCH-APPLY-FLAG PIC X.
       88 BATCH-APPLIED VALUE "Y".
       88 BATCH-SKIPPED VALUE "N".
   01 WS-BATCH-SOURCE PIC X(8).
   01 WS-BATCH-DATE PIC X(8).
   01 WS-BATCH-SEQ PIC 9(2).
   01 WS-BATCH-ENTRIES PIC 9(9).
   01 WS-BATCH-EXCLUDED PIC 9(9).
   01 WS-BATCH-ACTION PIC X(24).
   01 WS-BATCH-GAP-FLAG PIC X.
       88 BATCH-AFTER-GAP VALUE "Y".
   01 WS-EXPECT-SEQ PIC 9(2).
   01 WS-GAP-DATE PIC X(8).
   01 WS-GAP-SEQ PIC 9(2).
   01 WS-BATCHES-AFTER-GAP PIC 9(5) VALUE 0.
   01 WS-BNC-MAX PIC 9(5) VALUE 5000.
   01 WS-BNC-COUNT PIC 9(5) VALUE 0.
   01 WS-BOUNCE-TABLE.
       05 WS-BNC-ENTRY OCCURS 5000 TIMES INDEXED BY BNC-IDX.
           10 WS-BNC-TRAN-ID PIC X(10).
           10 WS-BNC-ACCOUNT PIC X(8).
           10 WS-BNC-DC      PIC X.
           10 WS-BNC-AMOUNT  PIC 9(7)V99.
           10 WS-BNC-STATE   PIC X.
              88 BNC-UNUSED  VALUE " ".
              88 BNC-USED    VALUE "U".
   01 WS-BNC-SUB PIC 9(5).
   01 WS-BNC-UNUSED-COUNT PIC 9(9) VALUE 0.
  *> One entry per GL account, held in account order so the
  *> new subledger generation comes out sorted.
   01 WS-GLA-MAX PIC 9(4) VALUE 2000.
   01 WS-GLA-COUNT PIC 9(4) VALUE 0.
   01 WS-GLA-TABLE.
       05 WS-GLA-ENTRY OCCURS 2000 TIMES INDEXED BY GLA-IDX.
           10 WS-GLA-ACCOUNT     PIC X(8).
           10 WS-GLA-OPENING     PIC S9(13)V99.
           10 WS-GLA-TIER-DEBIT  PIC 9(13)V99.
           10 WS-GLA-TIER-CREDIT PIC 9(13)V99.
           10 WS-GLA-WOF-DEBIT   PIC 9(13)V99.
           10 WS-GLA-WOF-CREDIT  PIC 9(13)V99.
           10 WS-GLA-CLOSING     PIC S9(13)V99.
           10 WS-GLA-LAST-ACTIVITY PIC X(8).
   01 WS-GLA-SUB PIC 9(4).
   01 WS-GLA-POS PIC 9(4).
   01 WS-JRN-READ-COUNT PIC 9(9) VALUE 0.
   01 WS-APPLIED-COUNT PIC 9(9) VALUE 0.
   01 WS-EXCLUDED-COUNT PIC 9(9) VALUE 0.
   01 WS-BATCHES-APPLIED PIC 9(5) VALUE 0.
   01 WS-BATCHES-SKIPPED PIC 9(5) VALUE 0.
   01 WS-TOT-OPENING PIC S9(13)V99 VALUE 0.
   01 WS-TOT-TIER-DEBIT PIC 9(13)V99 VALUE 0.
   01 WS-TOT-TIER-CREDIT PIC 9(13)V99 VALUE 0.
   01 WS-TOT-WOF-DEBIT PIC 9(13)V99 VALUE 0.
   01 WS-TOT-WOF-CREDIT PIC 9(13)V99 VALUE 0.
   01 WS-TOT-CLOSING PIC S9(13)V99 VALUE 0.
   01 WS-DAY-DEBITS PIC 9(13)V99.
   01 WS-DAY-CREDITS PIC 9(13)V99.
   01 WS-BALANCE-EDIT PIC -(11)9.99.
   01 WS-CLOSING-EDIT PIC -(11)9.99.
   01 WS-TIER-DR-EDIT PIC Z(9)9.99.
   01 WS-TIER-CR-EDIT PIC Z(9)9.99.
   01 WS-WOF-DR-EDIT PIC Z(9)9.99.
   01 WS-WOF-CR-EDIT PIC Z(9)9.99.
   01 WS-SUMMARY-NUM PIC Z(8)9.
   01 WS-EXCLUDED-NUM PIC Z(8)9.
   PROCEDURE DIVISION.
   0000-MAIN.
       PERFORM 1000-INITIALIZE
       PERFORM 2000-PROCESS-JOURNAL UNTIL JRN-END-OF-FILE
       PERFORM 3000-FINALIZE
       PERFORM 8000-LOG-RUN-CONTROL
       STOP RUN.

   1000-INITIALIZE.
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
       MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
       OPEN OUTPUT TB-RPT-FILE
       MOVE WS-TBRPT-STATUS TO WS-CHECK-STATUS
       MOVE "TBRPT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       PERFORM 1100-LOAD-SUBLEDGER
       PERFORM 1200-LOAD-BOUNCES
       OPEN INPUT JOURNAL-IN-FILE
       MOVE WS-JRNIN-STATUS TO WS-CHECK-STATUS
       MOVE "JRNIN" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       MOVE SPACES TO TB-RPT-RECORD
       STRING "=== GL SUBLEDGER TRIAL BALANCE RUN " DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              " ===" DELIMITED BY SIZE
           INTO TB-RPT-RECORD
       END-STRING
       WRITE TB-RPT-RECORD
       PERFORM 2900-READ-JOURNAL.

   1010-VERIFY-OPEN.
       IF WS-CHECK-STATUS NOT = "00" THEN
           DISPLAY "GLSUBLDG: OPEN FAILED FOR " WS-CHECK-NAME
               " - FILE STATUS " WS-CHECK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

   1100-LOAD-SUBLEDGER.
      *> Status 05 is the very first run - no subledger exists
      *> yet and every account opens at zero.
       OPEN INPUT SUBLDG-IN-FILE
       EVALUATE WS-SUBLIN-STATUS
           WHEN "00"
               PERFORM 1110-LOAD-ONE-SUBLDG UNTIL SUB-LOAD-DONE
               CLOSE SUBLDG-IN-FILE
           WHEN "05"
               DISPLAY "GLSUBLDG: NO SUBLEDGER ON SUBLIN - "
                   "STARTING ALL ACCOUNTS AT ZERO"
               CLOSE SUBLDG-IN-FILE
           WHEN OTHER
               MOVE WS-SUBLIN-STATUS TO WS-CHECK-STATUS
               MOVE "SUBLIN" TO WS-CHECK-NAME
               PERFORM 1010-VERIFY-OPEN
       END-EVALUATE.

   1110-LOAD-ONE-SUBLDG.
       READ SUBLDG-IN-FILE
           AT END SET SUB-LOAD-DONE TO TRUE
           NOT AT END
               EVALUATE TRUE
                   WHEN SLI-HEADER-REC
                       MOVE SLI-HDR-TIER-BATCH TO WS-LAST-TIER-BATCH
                       IF SLI-HDR-TIER-SEQ IS NUMERIC
                               AND SLI-HDR-TIER-SEQ > 0 THEN
                           MOVE SLI-HDR-TIER-SEQ TO WS-LAST-TIER-SEQ
                       ELSE
                           MOVE 1 TO WS-LAST-TIER-SEQ
                       END-IF
                       MOVE SLI-HDR-WOF-BATCH TO WS-LAST-WOF-BATCH
                   WHEN SLI-DETAIL-REC
                       PERFORM 1120-LOAD-ONE-ACCOUNT
                   WHEN OTHER
                       DISPLAY "GLSUBLDG: UNKNOWN SUBLIN RECORD "
                           "TYPE '" SLI-REC-TYPE "' - ABORTING"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
       END-READ.

   1120-LOAD-ONE-ACCOUNT.
      *> The file is written in account order, so each row goes
      *> on the end of the table.
       IF WS-GLA-COUNT >= WS-GLA-MAX THEN
           DISPLAY "GLSUBLDG: GL ACCOUNT TABLE FULL AT "
               WS-GLA-MAX " ENTRIES"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-GLA-COUNT
       MOVE SLI-ACCOUNT TO WS-GLA-ACCOUNT (WS-GLA-COUNT)
       MOVE SLI-BALANCE TO WS-GLA-OPENING (WS-GLA-COUNT)
       MOVE SLI-BALANCE TO WS-GLA-CLOSING (WS-GLA-COUNT)
       MOVE 0 TO WS-GLA-TIER-DEBIT (WS-GLA-COUNT)
       MOVE 0 TO WS-GLA-TIER-CREDIT (WS-GLA-COUNT)
       MOVE 0 TO WS-GLA-WOF-DEBIT (WS-GLA-COUNT)
       MOVE 0 TO WS-GLA-WOF-CREDIT (WS-GLA-COUNT)
       MOVE SLI-LAST-ACTIVITY TO WS-GLA-LAST-ACTIVITY (WS-GLA-COUNT).

   1200-LOAD-BOUNCES.
       OPEN INPUT BOUNCE-IN-FILE
       MOVE WS-BNCIN-STATUS TO WS-CHECK-STATUS
       MOVE "BNCIN" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       PERFORM 1210-LOAD-ONE-BOUNCE UNTIL BNC-LOAD-DONE
       CLOSE BOUNCE-IN-FILE.

   1210-LOAD-ONE-BOUNCE.
       READ BOUNCE-IN-FILE
           AT END SET BNC-LOAD-DONE TO TRUE
           NOT AT END
               IF WS-BNC-COUNT >= WS-BNC-MAX THEN
                   DISPLAY "GLSUBLDG: BOUNCE TABLE FULL AT "
                       WS-BNC-MAX " ENTRIES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BNC-COUNT
               MOVE ACK-TRAN-ID TO WS-BNC-TRAN-ID (WS-BNC-COUNT)
               MOVE ACK-ACCOUNT TO WS-BNC-ACCOUNT (WS-BNC-COUNT)
               MOVE ACK-DC TO WS-BNC-DC (WS-BNC-COUNT)
               MOVE ACK-AMOUNT TO WS-BNC-AMOUNT (WS-BNC-COUNT)
               MOVE SPACE TO WS-BNC-STATE (WS-BNC-COUNT)
       END-READ.

   2000-PROCESS-JOURNAL.
       EVALUATE TRUE
           WHEN GLJ-HEADER-REC
               PERFORM 2100-START-BATCH
           WHEN GLJ-DETAIL-REC
               PERFORM 2200-PROCESS-ENTRY
           WHEN GLJ-TRAILER-REC
               PERFORM 2500-END-BATCH
           WHEN OTHER
               DISPLAY "GLSUBLDG: UNKNOWN JRNIN RECORD TYPE '"
                   GLJ-REC-TYPE "' - ABORTING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE
       PERFORM 2900-READ-JOURNAL.

   2100-START-BATCH.
       IF BATCH-OPEN THEN
           DISPLAY "GLSUBLDG: BATCH " WS-BATCH-SOURCE " "
               WS-BATCH-DATE " HAS NO TRAILER - BATCH TRUNCATED "
               "OR NEVER FINISHED. ABORTING."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       SET BATCH-OPEN TO TRUE
       MOVE GLJ-HDR-SOURCE TO WS-BATCH-SOURCE
       MOVE GLJ-HDR-BATCH-DATE TO WS-BATCH-DATE
      *> Headers written before batch numbers were carried, and the
      *> write-off batches, read as the nightly batch.
       IF GLJ-HDR-RUN-SEQ IS NUMERIC AND GLJ-HDR-RUN-SEQ > 0 THEN
           MOVE GLJ-HDR-RUN-SEQ TO WS-BATCH-SEQ
       ELSE
           MOVE 1 TO WS-BATCH-SEQ
       END-IF
       MOVE 0 TO WS-BATCH-ENTRIES
       MOVE 0 TO WS-BATCH-EXCLUDED
       MOVE "N" TO WS-BATCH-GAP-FLAG
       SET BATCH-APPLIED TO TRUE
       EVALUATE WS-BATCH-SOURCE
           WHEN "SAMPLE1"
               SET BATCH-IS-TIER TO TRUE
               IF WS-BATCH-DATE < WS-LAST-TIER-BATCH THEN
                   SET BATCH-SKIPPED TO TRUE
               END-IF
               IF WS-BATCH-DATE = WS-LAST-TIER-BATCH
                       AND WS-BATCH-SEQ NOT > WS-LAST-TIER-SEQ THEN
                   SET BATCH-SKIPPED TO TRUE
               END-IF
           WHEN "WRITEOFF"
               SET BATCH-IS-WOF TO TRUE
               IF WS-BATCH-DATE NOT > WS-LAST-WOF-BATCH THEN
                   SET BATCH-SKIPPED TO TRUE
               END-IF
           WHEN OTHER
               DISPLAY "GLSUBLDG: UNKNOWN BATCH SOURCE '"
                   WS-BATCH-SOURCE "' ON JRNIN - ABORTING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE
       IF BATCH-SKIPPED THEN
           DISPLAY "GLSUBLDG: BATCH " WS-BATCH-SOURCE " "
               WS-BATCH-DATE "/" WS-BATCH-SEQ
               " ALREADY IN THE SUBLEDGER - SKIPPED"
       END-IF
       IF BATCH-IS-TIER AND BATCH-APPLIED
               AND WS-LAST-TIER-BATCH NOT = SPACES THEN
           PERFORM 2150-CHECK-TIER-SEQUENCE
       END-IF.

   2150-CHECK-TIER-SEQUENCE.
      *> The next tier batch is the following number on the same
      *> date, or batch 01 of a later date.
       ADD 1 TO WS-LAST-TIER-SEQ GIVING WS-EXPECT-SEQ
       IF WS-BATCH-DATE = WS-LAST-TIER-BATCH
               AND WS-BATCH-SEQ > WS-EXPECT-SEQ THEN
           SET BATCH-AFTER-GAP TO TRUE
       END-IF
       IF WS-BATCH-DATE > WS-LAST-TIER-BATCH
               AND WS-BATCH-SEQ > 1 THEN
           SET BATCH-AFTER-GAP TO TRUE
       END-IF
       IF BATCH-AFTER-GAP THEN
           MOVE WS-LAST-TIER-BATCH TO WS-GAP-DATE
           MOVE WS-LAST-TIER-SEQ TO WS-GAP-SEQ
           ADD 1 TO WS-BATCHES-AFTER-GAP
           DISPLAY "GLSUBLDG: TIER BATCH " WS-BATCH-DATE "/"
               WS-BATCH-SEQ " FOLLOWS " WS-GAP-DATE "/" WS-GAP-SEQ
               " - A BATCH IN BETWEEN WAS NEVER APPLIED"
           IF RETURN-CODE < 8 THEN
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF.

   2200-PROCESS-ENTRY.
       IF NOT BATCH-OPEN THEN
           DISPLAY "GLSUBLDG: JRNIN ENTRY " GLJ-TRAN-ID
               " OUTSIDE ANY BATCH - ABORTING"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-JRN-READ-COUNT
       ADD 1 TO WS-BATCH-ENTRIES
       IF BATCH-APPLIED THEN
           IF BATCH-IS-TIER THEN
               PERFORM 2300-FIND-BOUNCE
           ELSE
               PERFORM 2400-APPLY-ENTRY
           END-IF
       END-IF.

   2300-FIND-BOUNCE.
      *> Only the tier batch goes through the GL acknowledgment
      *> match. One bounce row excludes one entry.
       SET BNC-IDX TO 1
       SEARCH WS-BNC-ENTRY
           AT END
               PERFORM 2400-APPLY-ENTRY
           WHEN BNC-IDX > WS-BNC-COUNT
               PERFORM 2400-APPLY-ENTRY
           WHEN WS-BNC-TRAN-ID (BNC-IDX) = GLJ-TRAN-ID
                   AND WS-BNC-ACCOUNT (BNC-IDX) = GLJ-ACCOUNT
                   AND WS-BNC-DC (BNC-IDX) = GLJ-DC
                   AND WS-BNC-AMOUNT (BNC-IDX) = GLJ-AMOUNT
                   AND BNC-UNUSED (BNC-IDX)
               SET BNC-USED (BNC-IDX) TO TRUE
               ADD 1 TO WS-BATCH-EXCLUDED
               ADD 1 TO WS-EXCLUDED-COUNT
       END-SEARCH.

   2400-APPLY-ENTRY.
       PERFORM 2600-FIND-ACCOUNT
       ADD 1 TO WS-APPLIED-COUNT
       MOVE WS-BATCH-DATE TO WS-GLA-LAST-ACTIVITY (GLA-IDX)
       EVALUATE TRUE
           WHEN GLJ-DC = "D" AND BATCH-IS-TIER
               ADD GLJ-AMOUNT TO WS-GLA-TIER-DEBIT (GLA-IDX)
               ADD GLJ-AMOUNT TO WS-GLA-CLOSING (GLA-IDX)
           WHEN GLJ-DC = "C" AND BATCH-IS-TIER
               ADD GLJ-AMOUNT TO WS-GLA-TIER-CREDIT (GLA-IDX)
               SUBTRACT GLJ-AMOUNT FROM WS-GLA-CLOSING (GLA-IDX)
           WHEN GLJ-DC = "D"
               ADD GLJ-AMOUNT TO WS-GLA-WOF-DEBIT (GLA-IDX)
               ADD GLJ-AMOUNT TO WS-GLA-CLOSING (GLA-IDX)
           WHEN GLJ-DC = "C"
               ADD GLJ-AMOUNT TO WS-GLA-WOF-CREDIT (GLA-IDX)
               SUBTRACT GLJ-AMOUNT FROM WS-GLA-CLOSING (GLA-IDX)
           WHEN OTHER
               DISPLAY "GLSUBLDG: UNKNOWN DEBIT/CREDIT SIDE '"
                   GLJ-DC "' FOR TRAN " GLJ-TRAN-ID " - ABORTING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

   2500-END-BATCH.
       IF NOT BATCH-OPEN THEN
           DISPLAY "GLSUBLDG: JRNIN TRAILER WITH NO BATCH HEADER "
               "- ABORTING"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       IF GLJ-TRL-ENTRY-COUNT NOT = WS-BATCH-ENTRIES THEN
           DISPLAY "GLSUBLDG: BATCH " WS-BATCH-SOURCE " "
               WS-BATCH-DATE " TRAILER COUNT " GLJ-TRL-ENTRY-COUNT
               " BUT " WS-BATCH-ENTRIES " ENTRIES READ - ABORTING"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE "N" TO WS-BATCH-OPEN-FLAG
       IF BATCH-APPLIED THEN
           ADD 1 TO WS-BATCHES-APPLIED
           MOVE "APPLIED" TO WS-BATCH-ACTION
           IF BATCH-IS-TIER THEN
               MOVE WS-BATCH-DATE TO WS-LAST-TIER-BATCH
               MOVE WS-BATCH-SEQ TO WS-LAST-TIER-SEQ
           ELSE
               MOVE WS-BATCH-DATE TO WS-LAST-WOF-BATCH
           END-IF
       ELSE
           ADD 1 TO WS-BATCHES-SKIPPED
           MOVE "SKIPPED - ALREADY TAKEN" TO WS-BATCH-ACTION
       END-IF
       MOVE WS-BATCH-ENTRIES TO WS-SUMMARY-NUM
       MOVE WS-BATCH-EXCLUDED TO WS-EXCLUDED-NUM
       MOVE SPACES TO TB-RPT-RECORD
       STRING "BATCH " DELIMITED BY SIZE
              WS-BATCH-SOURCE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-BATCH-DATE DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-BATCH-SEQ DELIMITED BY SIZE
              "  ENTRIES " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
              "  BOUNCED " DELIMITED BY SIZE
              WS-EXCLUDED-NUM DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-BATCH-ACTION DELIMITED BY SIZE
           INTO TB-RPT-RECORD
       END-STRING
       WRITE TB-RPT-RECORD
       IF BATCH-AFTER-GAP THEN
           MOVE SPACES TO TB-RPT-RECORD
           STRING "*** BATCH SEQUENCE BREAK - LAST APPLIED WAS "
                      DELIMITED BY SIZE
                  WS-GAP-DATE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-GAP-SEQ DELIMITED BY SIZE
                  ", BATCH BETWEEN NEVER APPLIED ***"
                      DELIMITED BY SIZE
               INTO TB-RPT-RECORD
           END-STRING
           WRITE TB-RPT-RECORD
       END-IF.

   2600-FIND-ACCOUNT.
      *> Leaves GLA-IDX on the account's entry, opening a new one
      *> at zero in its sorted place the first time an account is
      *> journaled to.
       SET GLA-IDX TO 1
       SEARCH WS-GLA-ENTRY
           AT END
               PERFORM 2610-ADD-ACCOUNT
           WHEN GLA-IDX > WS-GLA-COUNT
               PERFORM 2610-ADD-ACCOUNT
           WHEN WS-GLA-ACCOUNT (GLA-IDX) = GLJ-ACCOUNT
               CONTINUE
           WHEN WS-GLA-ACCOUNT (GLA-IDX) > GLJ-ACCOUNT
               PERFORM 2610-ADD-ACCOUNT
       END-SEARCH.

   2610-ADD-ACCOUNT.
       IF WS-GLA-COUNT >= WS-GLA-MAX THEN
           DISPLAY "GLSUBLDG: GL ACCOUNT TABLE FULL AT "
               WS-GLA-MAX " ENTRIES"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       SET WS-GLA-POS TO GLA-IDX
       PERFORM 2620-SHIFT-ONE-ACCOUNT
           VARYING WS-GLA-SUB FROM WS-GLA-COUNT BY -1
           UNTIL WS-GLA-SUB < WS-GLA-POS
       ADD 1 TO WS-GLA-COUNT
       MOVE GLJ-ACCOUNT TO WS-GLA-ACCOUNT (WS-GLA-POS)
       MOVE 0 TO WS-GLA-OPENING (WS-GLA-POS)
       MOVE 0 TO WS-GLA-CLOSING (WS-GLA-POS)
       MOVE 0 TO WS-GLA-TIER-DEBIT (WS-GLA-POS)
       MOVE 0 TO WS-GLA-TIER-CREDIT (WS-GLA-POS)
       MOVE 0 TO WS-GLA-WOF-DEBIT (WS-GLA-POS)
       MOVE 0 TO WS-GLA-WOF-CREDIT (WS-GLA-POS)
       MOVE SPACES TO WS-GLA-LAST-ACTIVITY (WS-GLA-POS)
       SET GLA-IDX TO WS-GLA-POS.

   2620-SHIFT-ONE-ACCOUNT.
       MOVE WS-GLA-ENTRY (WS-GLA-SUB) TO WS-GLA-ENTRY (WS-GLA-SUB + 1).

   2900-READ-JOURNAL.
       READ JOURNAL-IN-FILE
           AT END SET JRN-END-OF-FILE TO TRUE
       END-READ.

   3000-FINALIZE.
       IF BATCH-OPEN THEN
           DISPLAY "GLSUBLDG: BATCH " WS-BATCH-SOURCE " "
               WS-BATCH-DATE " HAS NO TRAILER - BATCH TRUNCATED "
               "OR NEVER FINISHED. ABORTING."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       CLOSE JOURNAL-IN-FILE
       OPEN OUTPUT SUBLDG-OUT-FILE
       MOVE WS-SUBLOUT-STATUS TO WS-CHECK-STATUS
       MOVE "SUBLOUT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       MOVE SPACES TO SUBLDG-OUT-RECORD
       MOVE "H" TO SLO-REC-TYPE
       MOVE WS-LAST-TIER-BATCH TO SLO-HDR-TIER-BATCH
       MOVE WS-LAST-TIER-SEQ TO SLO-HDR-TIER-SEQ
       MOVE WS-LAST-WOF-BATCH TO SLO-HDR-WOF-BATCH
       WRITE SUBLDG-OUT-RECORD
       MOVE SPACES TO TB-RPT-RECORD
       WRITE TB-RPT-RECORD
       MOVE SPACES TO TB-RPT-RECORD
       STRING "GL ACCT          OPENING   TIER DEBIT  TIER CREDIT"
                  DELIMITED BY SIZE
              "    WOF DEBIT   WOF CREDIT         CLOSING"
                  DELIMITED BY SIZE
           INTO TB-RPT-RECORD
       END-STRING
       WRITE TB-RPT-RECORD
       PERFORM 3100-REPORT-ONE-ACCOUNT
           VARYING WS-GLA-SUB FROM 1 BY 1
           UNTIL WS-GLA-SUB > WS-GLA-COUNT
       CLOSE SUBLDG-OUT-FILE
       MOVE WS-TOT-OPENING TO WS-BALANCE-EDIT
       MOVE WS-TOT-TIER-DEBIT TO WS-TIER-DR-EDIT
       MOVE WS-TOT-TIER-CREDIT TO WS-TIER-CR-EDIT
       MOVE WS-TOT-WOF-DEBIT TO WS-WOF-DR-EDIT
       MOVE WS-TOT-WOF-CREDIT TO WS-WOF-CR-EDIT
       MOVE WS-TOT-CLOSING TO WS-CLOSING-EDIT
       MOVE SPACES TO TB-RPT-RECORD
       STRING "TOTAL   " DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-BALANCE-EDIT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-TIER-DR-EDIT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-TIER-CR-EDIT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-WOF-DR-EDIT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-WOF-CR-EDIT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CLOSING-EDIT DELIMITED BY SIZE
           INTO TB-RPT-RECORD
       END-STRING
       WRITE TB-RPT-RECORD
       PERFORM 3200-CHECK-BALANCE
       CLOSE TB-RPT-FILE
       PERFORM 3300-COUNT-UNUSED-BOUNCE
           VARYING WS-BNC-SUB FROM 1 BY 1
           UNTIL WS-BNC-SUB > WS-BNC-COUNT
       IF WS-BNC-UNUSED-COUNT > 0 THEN
           DISPLAY "GLSUBLDG: " WS-BNC-UNUSED-COUNT " BOUNCE ROWS "
               "MATCHED NO ENTRY APPLIED THIS RUN"
       END-IF
       DISPLAY "GLSUBLDG: BATCHES APPLIED " WS-BATCHES-APPLIED
           " SKIPPED " WS-BATCHES-SKIPPED
           " AFTER A SEQUENCE BREAK " WS-BATCHES-AFTER-GAP
           " ENTRIES READ " WS-JRN-READ-COUNT
           " APPLIED " WS-APPLIED-COUNT
           " BOUNCED " WS-EXCLUDED-COUNT
           " GL ACCOUNTS " WS-GLA-COUNT.

   3100-REPORT-ONE-ACCOUNT.
       MOVE SPACES TO SUBLDG-OUT-RECORD
       MOVE "D" TO SLO-REC-TYPE
       MOVE WS-GLA-ACCOUNT (WS-GLA-SUB) TO SLO-ACCOUNT
       MOVE WS-GLA-CLOSING (WS-GLA-SUB) TO SLO-BALANCE
       MOVE WS-GLA-LAST-ACTIVITY (WS-GLA-SUB) TO SLO-LAST-ACTIVITY
       WRITE SUBLDG-OUT-RECORD
       ADD WS-GLA-OPENING (WS-GLA-SUB) TO WS-TOT-OPENING
       ADD WS-GLA-TIER-DEBIT (WS-GLA-SUB) TO WS-TOT-TIER-DEBIT
       ADD WS-GLA-TIER-CREDIT (WS-GLA-SUB) TO WS-TOT-TIER-CREDIT
       ADD WS-GLA-WOF-DEBIT (WS-GLA-SUB) TO WS-TOT-WOF-DEBIT
       ADD WS-GLA-WOF-CREDIT (WS-GLA-SUB) TO WS-TOT-WOF-CREDIT
       ADD WS-GLA-CLOSING (WS-GLA-SUB) TO WS-TOT-CLOSING
       MOVE WS-GLA-OPENING (WS-GLA-SUB) TO WS-BALANCE-EDIT
       MOVE WS-GLA-TIER-DEBIT (WS-GLA-SUB) TO WS-TIER-DR-EDIT
       MOVE WS-GLA-TIER-CREDIT (WS-GLA-SUB) TO WS-TIER-CR-EDIT
       MOVE WS-GLA-WOF-DEBIT (WS-GLA-SUB) TO WS-WOF-DR-EDIT
       MOVE WS-GLA-WOF-CREDIT (WS-GLA-SUB) TO WS-WOF-CR-EDIT
       MOVE WS-GLA-CLOSING (WS-GLA-SUB) TO WS-CLOSING-EDIT
       MOVE SPACES TO TB-RPT-RECORD
       STRING WS-GLA-ACCOUNT (WS-GLA-SUB) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-BALANCE-EDIT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-TIER-DR-EDIT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-TIER-CR-EDIT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-WOF-DR-EDIT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-WOF-CR-EDIT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-CLOSING-EDIT DELIMITED BY SIZE
           INTO TB-RPT-RECORD
       END-STRING
       WRITE TB-RPT-RECORD.

   3200-CHECK-BALANCE.
      *> Two checks: the day's movement must balance, and the
      *> closing positions must still net to zero. A bounced side
      *> the GL never posted, or a break carried in from an
      *> earlier day, shows up here until it is corrected.
       COMPUTE WS-DAY-DEBITS = WS-TOT-TIER-DEBIT + WS-TOT-WOF-DEBIT
       COMPUTE WS-DAY-CREDITS =
           WS-TOT-TIER-CREDIT + WS-TOT-WOF-CREDIT
       IF WS-DAY-DEBITS NOT = WS-DAY-CREDITS THEN
           MOVE SPACES TO TB-RPT-RECORD
           STRING "*** DAY'S DEBITS AND CREDITS DO NOT AGREE ***"
                      DELIMITED BY SIZE
               INTO TB-RPT-RECORD
           END-STRING
           WRITE TB-RPT-RECORD
           DISPLAY "GLSUBLDG: DAY OUT OF BALANCE - DEBITS "
               WS-DAY-DEBITS " CREDITS " WS-DAY-CREDITS
           IF RETURN-CODE < 8 THEN
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF
       IF WS-TOT-CLOSING NOT = 0 THEN
           MOVE WS-TOT-CLOSING TO WS-CLOSING-EDIT
           MOVE SPACES TO TB-RPT-RECORD
           STRING "*** CLOSING POSITIONS NET TO " DELIMITED BY SIZE
                  WS-CLOSING-EDIT DELIMITED BY SIZE
                  " NOT ZERO ***" DELIMITED BY SIZE
               INTO TB-RPT-RECORD
           END-STRING
           WRITE TB-RPT-RECORD
           DISPLAY "GLSUBLDG: SUBLEDGER OUT OF BALANCE BY "
               WS-CLOSING-EDIT
           IF RETURN-CODE < 8 THEN
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF.

   3300-COUNT-UNUSED-BOUNCE.
       IF BNC-UNUSED (WS-BNC-SUB) THEN
           ADD 1 TO WS-BNC-UNUSED-COUNT
       END-IF.

   8000-LOG-RUN-CONTROL.
      *> One row on the shared run-control log for OPSSTAT.
      *> Status 05 is the very first run creating the log.
       OPEN EXTEND RUN-CONTROL-FILE
       IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05" THEN
           DISPLAY "GLSUBLDG: OPEN FAILED FOR RUNCTL - "
               "FILE STATUS " WS-RUNCTL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
       MOVE SPACES TO RUN-CONTROL-RECORD
       IF WS-LAST-TIER-BATCH = SPACES THEN
           MOVE WS-RUN-DATE TO RCL-BUS-DATE
       ELSE
           MOVE WS-LAST-TIER-BATCH TO RCL-BUS-DATE
       END-IF
       MOVE "GLSUBLDG" TO RCL-PROGRAM
       MOVE WS-RUN-TIMESTAMP(1:14) TO RCL-START-STAMP
       MOVE WS-END-TIMESTAMP(1:14) TO RCL-END-STAMP
       MOVE RETURN-CODE TO RCL-RETURN-CODE
       MOVE WS-JRN-READ-COUNT TO RCL-IN-COUNT
       MOVE WS-APPLIED-COUNT TO RCL-OUT-COUNT
       MOVE WS-EXCLUDED-COUNT TO RCL-EXCEPTION-COUNT
       MOVE 0 TO RCL-AMOUNT
       IF WS-LAST-TIER-SEQ > 0 THEN
           MOVE WS-LAST-TIER-SEQ TO RCL-RUN-SEQ
       ELSE
           MOVE 1 TO RCL-RUN-SEQ
       END-IF
       WRITE RUN-CONTROL-RECORD
       CLOSE RUN-CONTROL-FILE.
