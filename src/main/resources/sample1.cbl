       SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALDATES"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALDATES-STATUS.
       SELECT OPTIONAL MODE-FILE ASSIGN TO "RUNMODE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNMODE-STATUS.
       SELECT AUDIT-FILE ASSIGN TO "AUDITOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDITOUT-STATUS.
       SELECT OVERLIMIT-FILE ASSIGN TO "OVLOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVLOUT-STATUS.
       SELECT DORMANT-FILE ASSIGN TO "DRMOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRMOUT-STATUS.
       SELECT ORPHAN-FILE ASSIGN TO "ORPHOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORPHOUT-STATUS.
       SELECT CTL-FILE ASSIGN TO "CTLOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTLOUT-STATUS.
       SELECT OPTIONAL STAT-FILE ASSIGN TO "STATHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATHIST-STATUS.
       SELECT OPTIONAL RATE-HIST-FILE ASSIGN TO "RATEHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATEHIST-STATUS.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  TRAN-FILE.
   FD  CALENDAR-FILE.
   01  CALENDAR-RECORD.
       COPY CALREC.
   FD  MODE-FILE.
   01  MODE-RECORD.
       COPY MODECARD.
   FD  AUDIT-FILE.
   01  AUDIT-RECORD.
       COPY AUDITREC.
   FD  OVERLIMIT-FILE.
   01  OVERLIMIT-RECORD.
       COPY OVLIMREC.
   FD  DORMANT-FILE.
   01  DORMANT-RECORD.
       COPY DORMREC.
   FD  ORPHAN-FILE.
   01  ORPHAN-RECORD.
       COPY ORPHREC.
   FD  CTL-FILE.
   01  CTL-RECORD.
       COPY CTLTREC.
   FD  STAT-FILE.
   01  STAT-RECORD.
       COPY STATREC.
   FD  RATE-HIST-FILE.
   01  RATE-HIST-RECORD.
       COPY RATEHREC.
   FD  RUN-CONTROL-FILE.
   01  RUN-CONTROL-RECORD.
       COPY RUNCTLREC.
   WORKING-STORAGE SECTION.
   01 WS-TRANIN-STATUS PIC XX.
   01 WS-RPTOUT-STATUS PIC XX.
   01 WS-PARMIN-STATUS PIC XX.
   01 WS-RATECRDS-STATUS PIC XX.
   01 WS-CALDATES-STATUS PIC XX.
   01 WS-RUNMODE-STATUS PIC XX.
   01 WS-AUDITOUT-STATUS PIC XX.
   01 WS-CKPTIN-STATUS PIC XX.
   01 WS-CKPTOUT-STATUS PIC XX.
   01 WS-HISTOUT-STATUS PIC XX.
   01 WS-SUSPOUT-STATUS PIC XX.
   01 WS-OVLOUT-STATUS PIC XX.
   01 WS-DRMOUT-STATUS PIC XX.
   01 WS-ORPHOUT-STATUS PIC XX.
   01 WS-CTLOUT-STATUS PIC XX.
   01 WS-STATHIST-STATUS PIC XX.
   01 WS-RATEHIST-STATUS PIC XX.
   01 WS-EOF-FLAG PIC X VALUE "N".
       88 END-OF-FILE VALUE "Y".
   01 WS-RESTART-FLAG PIC X VALUE "N".
       05 WS-RATE-ENTRY OCCURS 20 TIMES INDEXED BY RATE-IDX.
           10 WS-RATE-CURRENCY PIC X(3).
           10 WS-RATE-VALUE    PIC 9(3)V9(6).
           10 WS-RATE-OVERRIDE PIC X.
          *> Status as on the rate history row (RATEHREC).
           10 WS-RATE-STATUS   PIC X.
               88 RATE-HELD VALUE "H".
           10 WS-RATE-PRIOR-DATE  PIC X(8).
           10 WS-RATE-PRIOR-VALUE PIC 9(3)V9(6).
           10 WS-RATE-MOVE-PCT    PIC 9(5)V99.
   01 WS-RATE-SUB PIC 9(2).
   01 WS-RATE-DIFF PIC 9(3)V9(6).
   01 WS-APPLIED-RATE PIC 9(3)V9(6).
   01 WS-RATE-TOLERANCE PIC 9(3)V99 VALUE 10.
   01 WS-RATE-ACTION-FLAG PIC X VALUE "A".
       88 HOLD-ON-RATE-BREAK VALUE "H".
   01 WS-RATE-BREAK-COUNT PIC 9(2) VALUE 0.
   01 WS-RATE-OVERRIDE-COUNT PIC 9(2) VALUE 0.
   01 WS-RATE-HIST-EOF-FLAG PIC X VALUE "N".
       88 RATE-HIST-DONE VALUE "Y".
   01 WS-RATE-SHOW PIC ZZ9.999999.
   01 WS-PRIOR-SHOW PIC ZZ9.999999.
   01 WS-PCT-SHOW PIC ZZZZ9.99.
   01 WS-TOLERANCE-SHOW PIC ZZ9.99.
   01 WS-CAL-EOF-FLAG PIC X VALUE "N".
       88 CAL-LOAD-DONE VALUE "Y".
   01 WS-CAL-MAX PIC 9(3) VALUE 400.
   01 WS-REVERSAL-FLAG PIC X.
   01 WS-TIER-CODE PIC X(8).
   01 WS-RUN-TIMESTAMP PIC X(21).
   01 WS-END-TIMESTAMP PIC X(21).
   01 WS-RUN-DATE PIC X(8).
   01 WS-RUN-MODE-FLAG PIC X VALUE "N".
       88 SUPPLEMENTAL-RUN VALUE "S".
   01 WS-RUN-SEQ PIC 9(2) VALUE 1.
   01 WS-STAT-EOF-FLAG PIC X VALUE "N".
       88 STAT-SCAN-DONE VALUE "Y".
   01 WS-STAT-SEQ PIC 9(2).
   01 WS-LAST-SEQ PIC 9(2) VALUE 0.
   01 WS-RECORD-COUNT PIC 9(9) VALUE 0.
   01 WS-LOW-COUNT PIC 9(9) VALUE 0.
   01 WS-NORMAL-COUNT PIC 9(9) VALUE 0.
   01 WS-REJECT-REASON PIC X(20).
   01 WS-SUMMARY-NUM PIC Z(8)9.
   01 WS-SUMMARY-AMT PIC -(11)9.99.
   01 WS-RUNCTL-STATUS PIC XX.
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
  *> Per-account running-net table for the exposure check. Keyed
   01 WS-FOUND-BRANCH PIC X(4).
   01 WS-FOUND-LIMIT PIC 9(7)V99.
   01 WS-OVERLIMIT-COUNT PIC 9(9) VALUE 0.
   01 WS-FOUND-LAST-POST PIC X(8).
   01 WS-FOUND-STATUS-DATE PIC X(8).
   01 WS-DORMANT-DAYS PIC 9(4) VALUE 365.
   01 WS-DORMANT-FLAG PIC X VALUE SPACE.
       88 DORMANT-ACCOUNT VALUE "D".
   01 WS-DORMANT-COUNT PIC 9(9) VALUE 0.
   01 WS-SILENT-FROM PIC X(8).
   01 WS-SILENT-FROM-NUM PIC 9(8).
   01 WS-SILENT-DAYS PIC 9(7).
   01 WS-READ-DONE-FLAG PIC X VALUE "N".
       88 READ-DELIVERED VALUE "Y".
   01 WS-HIST-EOF-FLAG PIC X VALUE "N".
                               SIGN IS LEADING SEPARATE.
           10 WS-HIST-BUS-DATE PIC X(8).
           10 WS-HIST-CURRENCY PIC X(3).
           10 WS-HIST-BASE-AMOUNT PIC S9(7)V99
                                  SIGN IS LEADING SEPARATE.
          *> "R" as on the history row; "X" on an original
          *> matched by a reversal (held here only - see 1420).
           10 WS-HIST-REV-STATUS PIC X.
           10 WS-HIST-LINK-DATE  PIC X(8).
   01 WS-HIST-SUB PIC 9(5).
  *> Sized to the feed registry's 20 feeds plus the fixed
  *> recycle, force-post and orphan sources, so onboarding a
  *> branch through the registry never needs a recompile here.
   01 WS-SRC-MAX PIC 9(2) VALUE 23.
   01 WS-SRC-COUNT PIC 9(2) VALUE 0.
   01 WS-SRC-TABLE.
       05 WS-SRC-ENTRY OCCURS 23 TIMES INDEXED BY SRC-IDX.
           10 WS-SRC-CODE  PIC X(4).
           10 WS-SRC-TALLY PIC 9(9).
   01 WS-SRC-SUB PIC 9(2).
       88 DUPLICATE-FOUND VALUE "Y".
   01 WS-DUP-ORIG-DATE PIC X(8).
   01 WS-SUSPECT-COUNT PIC 9(9) VALUE 0.
   01 WS-ORPHAN-FLAG PIC X VALUE "N".
       88 ORPHAN-CREDIT VALUE "Y".
   01 WS-ORPHAN-COUNT PIC 9(9) VALUE 0.
   01 WS-ORPHAN-REASON PIC X(20).
   01 WS-ORPHAN-ORIG-AMOUNT PIC S9(7)V99.
   01 WS-ORPHAN-ORIG-DATE PIC X(8).
   01 WS-REV-MATCH-AMOUNT PIC S9(7)V99.
   01 WS-REV-LINK-DATE PIC X(8).
   01 WS-EXACT-SUB PIC 9(5).
   01 WS-OPEN-SUB PIC 9(5).
   01 WS-CLOSED-SUB PIC 9(5).
   01 WS-SET-OPEN-FLAG PIC X VALUE "N".
       88 CONTROL-SET-OPEN VALUE "Y".
   01 WS-SET-COUNT PIC 9(4) VALUE 0.
       PERFORM 1000-INITIALIZE
       PERFORM 2000-PROCESS-TRAN UNTIL END-OF-FILE
       PERFORM 3000-FINALIZE
       PERFORM 8000-LOG-RUN-CONTROL
       STOP RUN.

   1000-INITIALIZE.
           OPEN EXTEND HIST-OUT-FILE
           OPEN EXTEND SUSPECT-FILE
           OPEN EXTEND OVERLIMIT-FILE
           OPEN EXTEND DORMANT-FILE
           OPEN EXTEND ORPHAN-FILE
       ELSE
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT AUDIT-FILE
           OPEN OUTPUT HIST-OUT-FILE
           OPEN OUTPUT SUSPECT-FILE
           OPEN OUTPUT OVERLIMIT-FILE
           OPEN OUTPUT DORMANT-FILE
           OPEN OUTPUT ORPHAN-FILE
       END-IF
       MOVE WS-RPTOUT-STATUS TO WS-CHECK-STATUS
       MOVE "RPTOUT" TO WS-CHECK-NAME
       MOVE WS-OVLOUT-STATUS TO WS-CHECK-STATUS
       MOVE "OVLOUT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       MOVE WS-DRMOUT-STATUS TO WS-CHECK-STATUS
       MOVE "DRMOUT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       MOVE WS-ORPHOUT-STATUS TO WS-CHECK-STATUS
       MOVE "ORPHOUT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       OPEN OUTPUT CKPT-OUT-FILE
       MOVE WS-CKPTOUT-STATUS TO WS-CHECK-STATUS
       MOVE "CKPTOUT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
       MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
       PERFORM 1030-READ-RUN-MODE
       IF SUPPLEMENTAL-RUN THEN
           PERFORM 1040-SET-RUN-SEQUENCE
       END-IF
       OPEN INPUT ACCT-FILE
       MOVE WS-ACCTMST-STATUS TO WS-CHECK-STATUS
       MOVE "ACCTMST" TO WS-CHECK-NAME
       PERFORM 1100-READ-PARMS
       PERFORM 1150-LOAD-RATES
       PERFORM 1170-LOAD-CALENDAR
       IF WS-RATE-COUNT > 0 THEN
           PERFORM 1300-CHECK-RATE-MOVES
       END-IF
       MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
       PERFORM 1400-LOAD-HISTORY
       PERFORM 1200-SKIP-PROCESSED-RECORDS
           STOP RUN
       END-IF.

   1030-READ-RUN-MODE.
      *> RUNMODE is optional: no card, or a NIGHTLY card, is the
      *> nightly batch for today. A SUPPLEMENTAL card takes a late
      *> feed for an earlier business date as an additional batch
      *> for that date - every output is stamped with the card's
      *> date, not today's, and with the batch's own sequence.
       OPEN INPUT MODE-FILE
       EVALUATE WS-RUNMODE-STATUS
           WHEN "00"
               READ MODE-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM 1035-APPLY-RUN-MODE
               END-READ
               CLOSE MODE-FILE
           WHEN "05"
               CONTINUE
           WHEN OTHER
               DISPLAY "SAMPLE1: OPEN FAILED FOR RUNMODE - "
                   "FILE STATUS " WS-RUNMODE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

   1035-APPLY-RUN-MODE.
       EVALUATE RMD-RUN-MODE
           WHEN SPACES
           WHEN "NIGHTLY"
               CONTINUE
           WHEN "SUPPLMNT"
               IF RMD-BUS-DATE NOT NUMERIC
                       OR RMD-BUS-DATE > WS-RUN-DATE THEN
                   DISPLAY "SAMPLE1: RUNMODE BUSINESS DATE '"
                       RMD-BUS-DATE "' IS NOT A DATE ON OR BEFORE "
                       "TODAY - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RMD-BUS-DATE TO WS-RUN-DATE
               SET SUPPLEMENTAL-RUN TO TRUE
           WHEN OTHER
               DISPLAY "SAMPLE1: UNKNOWN RUNMODE '" RMD-RUN-MODE
                   "' - ABORTING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

   1040-SET-RUN-SEQUENCE.
      *> A supplemental batch takes the next sequence after the
      *> highest already on STATHIST for its business date. The
      *> date's nightly run must have finished first - without it
      *> the late feed belongs in tonight's run, not a batch of
      *> its own. A row from before the sequence was carried is
      *> that date's nightly run.
       OPEN INPUT STAT-FILE
       EVALUATE WS-STATHIST-STATUS
           WHEN "00"
               PERFORM 1045-SCAN-ONE-STAT UNTIL STAT-SCAN-DONE
               CLOSE STAT-FILE
           WHEN "05"
               CONTINUE
           WHEN OTHER
               DISPLAY "SAMPLE1: OPEN FAILED FOR STATHIST - "
                   "FILE STATUS " WS-STATHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE
       IF WS-LAST-SEQ = 0 THEN
           DISPLAY "SAMPLE1: NO NIGHTLY RUN ON STATHIST FOR "
               WS-RUN-DATE " - A SUPPLEMENTAL BATCH FOLLOWS ITS "
               "NIGHTLY RUN. ABORTING."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-LAST-SEQ >= 99 THEN
           DISPLAY "SAMPLE1: BATCH SEQUENCE FOR " WS-RUN-DATE
               " IS ALREADY AT 99 - ABORTING"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-LAST-SEQ GIVING WS-RUN-SEQ
       DISPLAY "SAMPLE1: SUPPLEMENTAL BATCH " WS-RUN-SEQ
           " FOR BUSINESS DATE " WS-RUN-DATE.

   1045-SCAN-ONE-STAT.
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

   1050-CHECK-RESTART.
       OPEN INPUT CKPT-IN-FILE
       EVALUATE WS-CKPTIN-STATUS
                       MOVE CKI-REJECT-COUNT TO WS-REJECT-COUNT
                       MOVE CKI-SUSPECT-COUNT TO WS-SUSPECT-COUNT
                       MOVE CKI-AMOUNT-TOTAL TO WS-AMOUNT-TOTAL
                       MOVE CKI-ORPHAN-COUNT TO WS-ORPHAN-COUNT
               END-READ
               CLOSE CKPT-IN-FILE
           WHEN "05"
                   IF PARM-RETAIN-DAYS NUMERIC THEN
                       MOVE PARM-RETAIN-DAYS TO WS-RETAIN-DAYS
                   END-IF
                   IF PARM-DORMANT-DAYS NUMERIC
                           AND PARM-DORMANT-DAYS > 0 THEN
                       MOVE PARM-DORMANT-DAYS TO WS-DORMANT-DAYS
                   END-IF
                   IF PARM-RATE-TOLERANCE NUMERIC
                           AND PARM-RATE-TOLERANCE > 0 THEN
                       MOVE PARM-RATE-TOLERANCE TO WS-RATE-TOLERANCE
                   END-IF
                   IF PARM-HOLD-CURRENCY THEN
                       SET HOLD-ON-RATE-BREAK TO TRUE
                   END-IF
           END-READ
           CLOSE PARM-FILE
       END-IF.
                   TO WS-RATE-CURRENCY (WS-RATE-COUNT)
               MOVE RTE-CONV-RATE
                   TO WS-RATE-VALUE (WS-RATE-COUNT)
               MOVE RTE-OVERRIDE
                   TO WS-RATE-OVERRIDE (WS-RATE-COUNT)
               MOVE SPACE TO WS-RATE-STATUS (WS-RATE-COUNT)
               MOVE SPACES TO WS-RATE-PRIOR-DATE (WS-RATE-COUNT)
               MOVE 0 TO WS-RATE-PRIOR-VALUE (WS-RATE-COUNT)
               MOVE 0 TO WS-RATE-MOVE-PCT (WS-RATE-COUNT)
       END-READ.

   1170-LOAD-CALENDAR.
           STOP RUN
       END-IF.

   1300-CHECK-RATE-MOVES.
      *> Each card is compared with the rate its currency was last
      *> applied at on an earlier business date on RATEHIST, so a
      *> supplemental batch checks against the same prior day as
      *> its nightly run did. RATEHIST is optional: on the first
      *> run, or for a currency arriving for the first time, there
      *> is nothing to compare with and the card applies as keyed.
       OPEN INPUT RATE-HIST-FILE
       EVALUATE WS-RATEHIST-STATUS
           WHEN "00"
               PERFORM 1310-SCAN-ONE-RATE-HIST UNTIL RATE-HIST-DONE
               CLOSE RATE-HIST-FILE
           WHEN "05"
               CLOSE RATE-HIST-FILE
           WHEN OTHER
               DISPLAY "SAMPLE1: OPEN FAILED FOR RATEHIST - "
                   "FILE STATUS " WS-RATEHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE
       MOVE WS-RATE-TOLERANCE TO WS-TOLERANCE-SHOW
       PERFORM 1320-CHECK-ONE-RATE-MOVE
           VARYING WS-RATE-SUB FROM 1 BY 1
           UNTIL WS-RATE-SUB > WS-RATE-COUNT
       IF WS-RATE-BREAK-COUNT > 0 AND NOT HOLD-ON-RATE-BREAK THEN
           DISPLAY "SAMPLE1: " WS-RATE-BREAK-COUNT " RATE CARD(S) "
               "MOVED MORE THAN " WS-TOLERANCE-SHOW "% WITH NO "
               "OVERRIDE - CORRECT OR CONFIRM THE CARD. ABORTING."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

   1310-SCAN-ONE-RATE-HIST.
      *> A held rate was never applied, so it is never the prior.
      *> Later rows for the same date (a supplemental batch) win.
       READ RATE-HIST-FILE
           AT END SET RATE-HIST-DONE TO TRUE
           NOT AT END
               IF RTH-BUS-DATE < WS-RUN-DATE AND RTH-APPLIED
                       AND RTH-CONV-RATE NUMERIC
                       AND RTH-CONV-RATE > 0 THEN
                   SET RATE-IDX TO 1
                   SEARCH WS-RATE-ENTRY
                       AT END CONTINUE
                       WHEN RATE-IDX > WS-RATE-COUNT
                           CONTINUE
                       WHEN WS-RATE-CURRENCY (RATE-IDX)
                               = RTH-CURRENCY-CODE
                           IF RTH-BUS-DATE NOT <
                                   WS-RATE-PRIOR-DATE (RATE-IDX) THEN
                               MOVE RTH-BUS-DATE
                                   TO WS-RATE-PRIOR-DATE (RATE-IDX)
                               MOVE RTH-CONV-RATE
                                   TO WS-RATE-PRIOR-VALUE (RATE-IDX)
                           END-IF
                   END-SEARCH
               END-IF
       END-READ.

   1320-CHECK-ONE-RATE-MOVE.
       IF WS-RATE-PRIOR-DATE (WS-RATE-SUB) = SPACES THEN
           MOVE "N" TO WS-RATE-STATUS (WS-RATE-SUB)
       ELSE
           IF WS-RATE-VALUE (WS-RATE-SUB)
                   > WS-RATE-PRIOR-VALUE (WS-RATE-SUB) THEN
               SUBTRACT WS-RATE-PRIOR-VALUE (WS-RATE-SUB)
                   FROM WS-RATE-VALUE (WS-RATE-SUB)
                   GIVING WS-RATE-DIFF
           ELSE
               SUBTRACT WS-RATE-VALUE (WS-RATE-SUB)
                   FROM WS-RATE-PRIOR-VALUE (WS-RATE-SUB)
                   GIVING WS-RATE-DIFF
           END-IF
           COMPUTE WS-RATE-MOVE-PCT (WS-RATE-SUB) ROUNDED =
               WS-RATE-DIFF * 100 / WS-RATE-PRIOR-VALUE (WS-RATE-SUB)
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-RATE-MOVE-PCT (WS-RATE-SUB)
           END-COMPUTE
           MOVE WS-RATE-VALUE (WS-RATE-SUB) TO WS-RATE-SHOW
           MOVE WS-RATE-PRIOR-VALUE (WS-RATE-SUB) TO WS-PRIOR-SHOW
           MOVE WS-RATE-MOVE-PCT (WS-RATE-SUB) TO WS-PCT-SHOW
           EVALUATE TRUE
               WHEN WS-RATE-MOVE-PCT (WS-RATE-SUB)
                       NOT > WS-RATE-TOLERANCE
                   MOVE "A" TO WS-RATE-STATUS (WS-RATE-SUB)
               WHEN WS-RATE-OVERRIDE (WS-RATE-SUB) = "Y"
                   MOVE "O" TO WS-RATE-STATUS (WS-RATE-SUB)
                   ADD 1 TO WS-RATE-OVERRIDE-COUNT
                   DISPLAY "SAMPLE1: RATE " WS-RATE-CURRENCY
                       (WS-RATE-SUB) " " WS-RATE-SHOW " MOVED "
                       WS-PCT-SHOW "% FROM " WS-PRIOR-SHOW " ON "
                       WS-RATE-PRIOR-DATE (WS-RATE-SUB)
                       " - APPLIED ON OVERRIDE"
               WHEN OTHER
                   MOVE "H" TO WS-RATE-STATUS (WS-RATE-SUB)
                   ADD 1 TO WS-RATE-BREAK-COUNT
                   DISPLAY "SAMPLE1: RATE " WS-RATE-CURRENCY
                       (WS-RATE-SUB) " " WS-RATE-SHOW " MOVED "
                       WS-PCT-SHOW "% FROM " WS-PRIOR-SHOW " ON "
                       WS-RATE-PRIOR-DATE (WS-RATE-SUB)
                       " - OUTSIDE " WS-TOLERANCE-SHOW "%"
                   IF HOLD-ON-RATE-BREAK THEN
                       DISPLAY "SAMPLE1: CURRENCY " WS-RATE-CURRENCY
                           (WS-RATE-SUB) " HELD - ITS ITEMS REJECT "
                           "AS RATE-MOVE-HELD TONIGHT"
                   END-IF
           END-EVALUATE
       END-IF.

   1400-LOAD-HISTORY.
      *> Loads the posted-transaction history within the retention
      *> window into the duplicate-check table and carries the
      *> retained rows forward onto HISTOUT (a restart reopened
      *> HISTOUT with OPEN EXTEND, so the retained rows are already
      *> there and are not rewritten). A matched reversal's row
      *> marks its original as reversed on the way in (1420).
      *> A supplemental batch also seeds the exposure table from
      *> the rows its business date's earlier batches posted, so
      *> the limit check sees the whole day, not just the late feed.
       MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
       COMPUTE WS-CUTOFF-INT =
           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - WS-RETAIN-DAYS
                   ADD 1 TO WS-HIST-COUNT
                   MOVE HIST-IN-RECORD
                       TO WS-HIST-ENTRY (WS-HIST-COUNT)
                   IF HSI-REV-STATUS = "R" THEN
                       PERFORM 1420-MARK-REVERSED-ORIGINAL
                   END-IF
                   IF SUPPLEMENTAL-RUN
                           AND HSI-BUS-DATE = WS-RUN-DATE THEN
                       PERFORM 1430-SEED-EXPOSURE
                   END-IF
                   IF NOT RESTART-RUN THEN
                       MOVE HIST-IN-RECORD TO HIST-OUT-RECORD
                       WRITE HIST-OUT-RECORD
               END-IF
       END-READ.

   1420-MARK-REVERSED-ORIGINAL.
      *> History stays append-only, so an original's row keeps
      *> a blank status for good; the reversal that matched it
      *> names it (same ID and currency, the opposite amount,
      *> posted on the link date), and the table entry is marked
      *> here, every run, for as long as both rows are retained.
      *> A reversal is always posted after its original, so the
      *> original has already been loaded.
       SUBTRACT HSI-AMOUNT FROM ZERO GIVING WS-REV-MATCH-AMOUNT
       SET HIST-IDX TO 1
       SEARCH WS-HIST-ENTRY
           AT END CONTINUE
           WHEN HIST-IDX > WS-HIST-COUNT
               CONTINUE
           WHEN WS-HIST-ID (HIST-IDX) = HSI-TRAN-ID
                   AND WS-HIST-AMOUNT (HIST-IDX) = WS-REV-MATCH-AMOUNT
                   AND WS-HIST-CURRENCY (HIST-IDX) = HSI-CURRENCY
                   AND WS-HIST-BUS-DATE (HIST-IDX) = HSI-LINK-DATE
                   AND WS-HIST-REV-STATUS (HIST-IDX) = SPACE
               MOVE "X" TO WS-HIST-REV-STATUS (HIST-IDX)
               MOVE HSI-BUS-DATE TO WS-HIST-LINK-DATE (HIST-IDX)
       END-SEARCH.

   1430-SEED-EXPOSURE.
      *> The account already posted in an earlier batch today, so
      *> its dormancy check was made there; the entry is added
      *> here without it. A row from before the base amount was
      *> carried is base currency, so its amount is the base.
       SET EXP-IDX TO 1
       SEARCH WS-EXP-ENTRY
           AT END
               PERFORM 1435-NEW-SEEDED-EXPOSURE
           WHEN EXP-IDX > WS-EXP-COUNT
               PERFORM 1435-NEW-SEEDED-EXPOSURE
           WHEN WS-EXP-ID (EXP-IDX) = HSI-TRAN-ID
               CONTINUE
       END-SEARCH
       IF HSI-BASE-AMOUNT NUMERIC THEN
           ADD HSI-BASE-AMOUNT TO WS-EXP-NET (EXP-IDX)
       ELSE
           ADD HSI-AMOUNT TO WS-EXP-NET (EXP-IDX)
       END-IF.

   1435-NEW-SEEDED-EXPOSURE.
       IF WS-EXP-COUNT >= WS-EXP-MAX THEN
           DISPLAY "SAMPLE1: EXPOSURE TABLE FULL AT "
               WS-EXP-MAX " ENTRIES"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-EXP-COUNT
       MOVE HSI-TRAN-ID TO WS-EXP-ID (WS-EXP-COUNT)
       MOVE 0 TO WS-EXP-NET (WS-EXP-COUNT)
       SET EXP-IDX TO WS-EXP-COUNT.

   2000-PROCESS-TRAN.
       ADD 1 TO WS-RECORD-COUNT
       PERFORM 2050-VALIDATE-RECORD
           IF DUPLICATE-FOUND THEN
               PERFORM 2600-WRITE-SUSPECT
           ELSE
               PERFORM 2080-MATCH-REVERSAL
               IF ORPHAN-CREDIT THEN
                   PERFORM 2650-WRITE-ORPHAN
               ELSE
                   PERFORM 2100-CLASSIFY-AND-REPORT
                   PERFORM 2170-TRACK-EXPOSURE
                   PERFORM 2190-POST-HISTORY
                   PERFORM 2800-WRITE-AUDIT
               END-IF
           END-IF
       ELSE
           PERFORM 2500-WRITE-REJECT
   2060-CHECK-ACCOUNT.
       MOVE SPACES TO WS-FOUND-NAME
       MOVE SPACES TO WS-FOUND-BRANCH
       MOVE SPACES TO WS-FOUND-LAST-POST
       MOVE SPACES TO WS-FOUND-STATUS-DATE
       MOVE VAR2 TO ACCT-ID
       READ ACCT-FILE
           INVALID KEY
                       MOVE ACCT-NAME TO WS-FOUND-NAME
                       MOVE ACCT-BRANCH TO WS-FOUND-BRANCH
                       MOVE ACCT-EXPOSURE-LIMIT TO WS-FOUND-LIMIT
                       MOVE ACCT-LAST-POST-DATE TO WS-FOUND-LAST-POST
                       MOVE ACCT-STATUS-DATE TO WS-FOUND-STATUS-DATE
               END-EVALUATE
       END-READ.

      *> sending branch's currency (verified at read time), and
      *> history keeps the amount as sent so a resent feed still
      *> matches. A currency without a rate card rejects rather
      *> than tiering a foreign amount as if it were base, and so
      *> does one whose rate was held outside tolerance tonight.
      *> WS-APPLIED-RATE keeps the rate for the item's audit row.
       MOVE 0 TO WS-APPLIED-RATE
       IF TRAN-CURRENCY-CODE = SPACES THEN
           MOVE VAR1 TO WS-BASE-AMOUNT
       ELSE
                   MOVE "NO-RATE-FOR-CURRENCY" TO WS-REJECT-REASON
               WHEN WS-RATE-CURRENCY (RATE-IDX)
                       = TRAN-CURRENCY-CODE
                   IF RATE-HELD (RATE-IDX) THEN
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "RATE-MOVE-HELD" TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-RATE-VALUE (RATE-IDX)
                           TO WS-APPLIED-RATE
                       COMPUTE WS-BASE-AMOUNT ROUNDED =
                           VAR1 * WS-RATE-VALUE (RATE-IDX)
                           ON SIZE ERROR
                               MOVE "N" TO WS-VALID-FLAG
                               MOVE "BASE-AMT-OVERFLOW"
                                   TO WS-REJECT-REASON
                       END-COMPUTE
                   END-IF
           END-SEARCH
       END-IF.

               MOVE WS-HIST-BUS-DATE (HIST-IDX) TO WS-DUP-ORIG-DATE
       END-SEARCH.

   2080-MATCH-REVERSAL.
      *> A reversal posts only against an original posting still
      *> in the history window: same Account/Item-ID, same
      *> currency, the same amount with the opposite sign, and
      *> not already reversed. The oldest such original is taken
      *> and marked reversed in the table at once, so a second
      *> reversal later in this file can't claim it too; the
      *> reversal's history row (2190) carries the link forward.
      *> Anything else is an orphan credit, held on ORPHOUT for
      *> the desk instead of posting. A reversal the desk has
      *> already released through ORPHRCYC is not matched again.
      *> An original older than the retention window can't be
      *> matched - its reversal orphans and the desk releases it.
      *> On a restart the skip path does not re-mark originals
      *> matched before the checkpoint, the same caveat as the
      *> duplicate check.
       MOVE "N" TO WS-ORPHAN-FLAG
       MOVE SPACES TO WS-REV-LINK-DATE
       IF VAR1 < 0 AND NOT TRAN-ORPHAN-RELEASED THEN
           SUBTRACT VAR1 FROM ZERO GIVING WS-REV-MATCH-AMOUNT
           MOVE 0 TO WS-EXACT-SUB
           MOVE 0 TO WS-OPEN-SUB
           MOVE 0 TO WS-CLOSED-SUB
           PERFORM 2085-EXAMINE-ORIGINAL
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-COUNT
           IF WS-EXACT-SUB > 0 THEN
               MOVE "X" TO WS-HIST-REV-STATUS (WS-EXACT-SUB)
               MOVE WS-RUN-DATE TO WS-HIST-LINK-DATE (WS-EXACT-SUB)
               MOVE WS-HIST-BUS-DATE (WS-EXACT-SUB)
                   TO WS-REV-LINK-DATE
           ELSE
               SET ORPHAN-CREDIT TO TRUE
               PERFORM 2090-CLASSIFY-ORPHAN
           END-IF
       END-IF.

   2085-EXAMINE-ORIGINAL.
      *> Remembers the oldest exact un-reversed original, and the
      *> latest other candidates for the orphan's reason code.
       IF WS-HIST-ID (WS-HIST-SUB) = VAR2
               AND WS-HIST-CURRENCY (WS-HIST-SUB)
                   = TRAN-CURRENCY-CODE
               AND WS-HIST-AMOUNT (WS-HIST-SUB) > 0 THEN
           IF WS-HIST-REV-STATUS (WS-HIST-SUB) = "X" THEN
               MOVE WS-HIST-SUB TO WS-CLOSED-SUB
           ELSE
               IF WS-HIST-AMOUNT (WS-HIST-SUB) = WS-REV-MATCH-AMOUNT
                       AND WS-EXACT-SUB = 0 THEN
                   MOVE WS-HIST-SUB TO WS-EXACT-SUB
               END-IF
               MOVE WS-HIST-SUB TO WS-OPEN-SUB
           END-IF
       END-IF.

   2090-CLASSIFY-ORPHAN.
      *> An un-reversed original of a different amount explains
      *> the orphan better than one already reversed.
       MOVE 0 TO WS-ORPHAN-ORIG-AMOUNT
       MOVE SPACES TO WS-ORPHAN-ORIG-DATE
       IF WS-OPEN-SUB > 0 THEN
           MOVE WS-HIST-AMOUNT (WS-OPEN-SUB) TO WS-ORPHAN-ORIG-AMOUNT
           MOVE WS-HIST-BUS-DATE (WS-OPEN-SUB) TO WS-ORPHAN-ORIG-DATE
           IF WS-HIST-AMOUNT (WS-OPEN-SUB) < WS-REV-MATCH-AMOUNT THEN
               MOVE "EXCEEDS-ORIGINAL" TO WS-ORPHAN-REASON
           ELSE
               MOVE "PARTIAL-REVERSAL" TO WS-ORPHAN-REASON
           END-IF
       ELSE
           IF WS-CLOSED-SUB > 0 THEN
               MOVE WS-HIST-AMOUNT (WS-CLOSED-SUB)
                   TO WS-ORPHAN-ORIG-AMOUNT
               MOVE WS-HIST-BUS-DATE (WS-CLOSED-SUB)
                   TO WS-ORPHAN-ORIG-DATE
               MOVE "ORIGINAL-REVERSED" TO WS-ORPHAN-REASON
           ELSE
               MOVE "NO-ORIGINAL-FOUND" TO WS-ORPHAN-REASON
           END-IF
       END-IF.

   2100-CLASSIFY-AND-REPORT.
      *> Credits/reversals arrive with a negative amount: they are
      *> classified on the absolute value, flagged "R" on the audit
      *> trail and extract, and net against the amount total.
      *> All of it works from the base-currency amount. A
      *> reversal only gets here matched to its original (2080)
      *> or released by the desk.
       ADD WS-BASE-AMOUNT TO WS-AMOUNT-TOTAL
       COMPUTE WS-ABS-AMOUNT = FUNCTION ABS(WS-BASE-AMOUNT)
       IF WS-BASE-AMOUNT < 0 THEN
       MOVE VAR1 TO EXT-ORIG-AMOUNT
       MOVE WS-TIER-CODE TO EXT-CLASSIFICATION
       MOVE WS-RUN-DATE TO EXT-RUN-DATE
       MOVE WS-RUN-SEQ TO EXT-RUN-SEQ
       MOVE WS-FOUND-NAME TO EXT-ACCT-NAME
       MOVE WS-FOUND-BRANCH TO EXT-ACCT-BRANCH
       MOVE WS-REVERSAL-FLAG TO EXT-REVERSAL-FLAG
      *> the checkpoint (their exception rows are already on the
      *> extended OVLOUT), so a restarted run can under-report
      *> late crossings; accepted for a visibility file.
      *> An account's first posting of the run is also where the
      *> dormancy check is made (2180); the same restart caveat
      *> means a restarted run can repeat a dormant notice.
       MOVE SPACE TO WS-DORMANT-FLAG
       SET EXP-IDX TO 1
       SEARCH WS-EXP-ENTRY
           AT END
       ADD 1 TO WS-EXP-COUNT
       MOVE VAR2 TO WS-EXP-ID (WS-EXP-COUNT)
       MOVE 0 TO WS-EXP-NET (WS-EXP-COUNT)
       SET EXP-IDX TO WS-EXP-COUNT
       PERFORM 2180-CHECK-DORMANCY.

   2175-WRITE-OVERLIMIT.
       ADD 1 TO WS-OVERLIMIT-COUNT
       MOVE WS-EXP-NET (EXP-IDX) TO OVL-RUNNING-NET
       WRITE OVERLIMIT-RECORD.

   2180-CHECK-DORMANCY.
      *> Silence is counted from the later of the account's last
      *> posting and its last status change (the ADD, or a
      *> reviewed REOPEN), both as ACCTMNT/ACCTPOST left them on
      *> the master before tonight. An account with neither date
      *> predates both fields and is left to the DORMRPT run,
      *> which works its history out from the audit trail.
       MOVE WS-FOUND-LAST-POST TO WS-SILENT-FROM
       IF WS-FOUND-STATUS-DATE > WS-SILENT-FROM THEN
           MOVE WS-FOUND-STATUS-DATE TO WS-SILENT-FROM
       END-IF
       IF WS-SILENT-FROM NUMERIC THEN
           MOVE WS-SILENT-FROM TO WS-SILENT-FROM-NUM
           COMPUTE WS-SILENT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-SILENT-FROM-NUM)
           IF WS-SILENT-DAYS > WS-DORMANT-DAYS THEN
               SET DORMANT-ACCOUNT TO TRUE
               PERFORM 2185-WRITE-DORMANT
           END-IF
       END-IF.

   2185-WRITE-DORMANT.
       ADD 1 TO WS-DORMANT-COUNT
       MOVE WS-RUN-DATE TO DRM-RUN-DATE
       MOVE VAR2 TO DRM-ACCT-ID
       MOVE WS-FOUND-BRANCH TO DRM-ACCT-BRANCH
       MOVE WS-FOUND-NAME TO DRM-ACCT-NAME
       MOVE WS-SILENT-FROM TO DRM-SILENT-FROM
       MOVE WS-SILENT-DAYS TO DRM-SILENT-DAYS
       MOVE WS-BASE-AMOUNT TO DRM-AMOUNT
       WRITE DORMANT-RECORD.

   2190-POST-HISTORY.
      *> Adds the posted transaction to the in-memory table as well
      *> as HISTOUT so a resend later in the same file is caught,
       MOVE VAR1 TO WS-HIST-AMOUNT (WS-HIST-COUNT)
       MOVE WS-RUN-DATE TO WS-HIST-BUS-DATE (WS-HIST-COUNT)
       MOVE TRAN-CURRENCY-CODE TO WS-HIST-CURRENCY (WS-HIST-COUNT)
       MOVE WS-BASE-AMOUNT TO WS-HIST-BASE-AMOUNT (WS-HIST-COUNT)
       IF WS-REV-LINK-DATE = SPACES THEN
           MOVE SPACE TO WS-HIST-REV-STATUS (WS-HIST-COUNT)
       ELSE
           MOVE "R" TO WS-HIST-REV-STATUS (WS-HIST-COUNT)
       END-IF
       MOVE WS-REV-LINK-DATE TO WS-HIST-LINK-DATE (WS-HIST-COUNT)
       MOVE WS-HIST-ENTRY (WS-HIST-COUNT) TO HIST-OUT-RECORD
       WRITE HIST-OUT-RECORD.

       MOVE TRAN-CURRENCY-CODE TO SUS-CURRENCY
       WRITE SUSPECT-RECORD.

   2650-WRITE-ORPHAN.
       ADD 1 TO WS-ORPHAN-COUNT
       MOVE VAR2 TO ORP-TRAN-ID
       MOVE VAR1 TO ORP-AMOUNT
       MOVE TRAN-CURRENCY-CODE TO ORP-CURRENCY
       MOVE WS-BASE-AMOUNT TO ORP-BASE-AMOUNT
       MOVE WS-ORPHAN-REASON TO ORP-REASON-CODE
       MOVE WS-ORPHAN-ORIG-AMOUNT TO ORP-ORIG-AMOUNT
       MOVE WS-ORPHAN-ORIG-DATE TO ORP-ORIG-DATE
       MOVE WS-RUN-DATE TO ORP-RUN-DATE
       MOVE TRAN-SOURCE-CODE TO ORP-SOURCE-CODE
       IF TRAN-RECYCLE-COUNT NUMERIC THEN
           MOVE TRAN-RECYCLE-COUNT TO ORP-RECYCLE-COUNT
       ELSE
           MOVE 0 TO ORP-RECYCLE-COUNT
       END-IF
       IF TRAN-ORIG-REJECT-DATE = SPACES THEN
           MOVE WS-RUN-DATE TO ORP-FIRST-DATE
       ELSE
           MOVE TRAN-ORIG-REJECT-DATE TO ORP-FIRST-DATE
       END-IF
       WRITE ORPHAN-RECORD.

   2700-WRITE-CHECKPOINT.
      *> Runs after every input record (valid or rejected) regardless
      *> of RECORD-IS-VALID: WS-CHECKPOINT-INTERVAL is now 1 record so
       MOVE WS-REJECT-COUNT TO CKO-REJECT-COUNT
       MOVE WS-SUSPECT-COUNT TO CKO-SUSPECT-COUNT
       MOVE WS-AMOUNT-TOTAL TO CKO-AMOUNT-TOTAL
       MOVE WS-ORPHAN-COUNT TO CKO-ORPHAN-COUNT
       MOVE VAR2 TO CKO-LAST-TRAN-ID
       MOVE VAR1 TO CKO-LAST-AMOUNT
       WRITE CKPT-OUT-RECORD.
       MOVE WS-OUTCOME-CODE TO AUD-OUTCOME
       MOVE WS-REVERSAL-FLAG TO AUD-REVERSAL-FLAG
       MOVE TRAN-SOURCE-CODE TO AUD-SOURCE-CODE
       EVALUATE TRUE
           WHEN TRAN-FORCE-POSTED
               MOVE "F" TO AUD-FORCE-FLAG
           WHEN TRAN-ORPHAN-RELEASED
               MOVE "O" TO AUD-FORCE-FLAG
           WHEN OTHER
               MOVE SPACE TO AUD-FORCE-FLAG
       END-EVALUATE
       MOVE WS-DORMANT-FLAG TO AUD-DORMANT-FLAG
       MOVE WS-RUN-DATE TO AUD-BUS-DATE
       MOVE WS-RUN-SEQ TO AUD-RUN-SEQ
       MOVE WS-APPLIED-RATE TO AUD-CONV-RATE
       WRITE AUDIT-RECORD.

   2900-READ-TRAN.
       PERFORM 3100-WRITE-SUMMARY
       PERFORM 3200-WRITE-CONTROL-TOTALS
       PERFORM 3300-APPEND-RUN-STATS
       IF WS-RATE-COUNT > 0 THEN
           PERFORM 3400-APPEND-RATE-HISTORY
       END-IF
       CLOSE TRAN-FILE
       CLOSE RPT-FILE
       CLOSE AUDIT-FILE
       CLOSE HIST-OUT-FILE
       CLOSE SUSPECT-FILE
       CLOSE OVERLIMIT-FILE
       CLOSE DORMANT-FILE
       CLOSE ORPHAN-FILE
       CLOSE ACCT-FILE.

   3050-VERIFY-CONTROL-SETS.
       MOVE "=== SAMPLE1 RUN SUMMARY ===" TO RPT-RECORD
       WRITE RPT-RECORD

       MOVE SPACES TO RPT-RECORD
       IF SUPPLEMENTAL-RUN THEN
           STRING "Business date / batch  . . . : " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " SUPPLEMENTAL " DELIMITED BY SIZE
                  WS-RUN-SEQ DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
       ELSE
           STRING "Business date / batch  . . . : " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " NIGHTLY " DELIMITED BY SIZE
                  WS-RUN-SEQ DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
       END-IF
       WRITE RPT-RECORD

       MOVE WS-RECORD-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO RPT-RECORD
       STRING "Records processed . . . . . : " DELIMITED BY SIZE
       END-STRING
       WRITE RPT-RECORD

       MOVE WS-ORPHAN-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO RPT-RECORD
       STRING "Orphan credits held  . . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO RPT-RECORD
       END-STRING
       WRITE RPT-RECORD

       MOVE WS-OVERLIMIT-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO RPT-RECORD
       STRING "Over-limit notices . . . . . : " DELIMITED BY SIZE
       END-STRING
       WRITE RPT-RECORD

       MOVE WS-DORMANT-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO RPT-RECORD
       STRING "Dormant accounts posted  . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO RPT-RECORD
       END-STRING
       WRITE RPT-RECORD

       MOVE WS-RATE-OVERRIDE-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO RPT-RECORD
       STRING "Rate overrides applied . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO RPT-RECORD
       END-STRING
       WRITE RPT-RECORD

       MOVE WS-RATE-BREAK-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO RPT-RECORD
       STRING "Currencies held on rate move : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO RPT-RECORD
       END-STRING
       WRITE RPT-RECORD

       PERFORM 3110-WRITE-SOURCE-LINE
           VARYING WS-SRC-SUB FROM 1 BY 1
           UNTIL WS-SRC-SUB > WS-SRC-COUNT.
       MOVE WS-REJECT-COUNT TO CTL-REJECT-COUNT
       MOVE WS-SUSPECT-COUNT TO CTL-SUSPECT-COUNT
       MOVE WS-AMOUNT-TOTAL TO CTL-AMOUNT-TOTAL
       MOVE WS-ORPHAN-COUNT TO CTL-ORPHAN-COUNT
       MOVE WS-RUN-SEQ TO CTL-RUN-SEQ
       WRITE CTL-RECORD
       CLOSE CTL-FILE.

       MOVE WS-REJECT-COUNT TO STA-REJECT-COUNT
       MOVE WS-SUSPECT-COUNT TO STA-SUSPECT-COUNT
       MOVE WS-AMOUNT-TOTAL TO STA-AMOUNT-TOTAL
       MOVE WS-RUN-SEQ TO STA-RUN-SEQ
       WRITE STAT-RECORD
       CLOSE STAT-FILE.

   3400-APPEND-RATE-HISTORY.
      *> One row per rate card, held or applied, so treasury and
      *> audit can show what rate stood on any night and why.
      *> Status 05 is the very first run creating the history file.
       OPEN EXTEND RATE-HIST-FILE
       IF WS-RATEHIST-STATUS NOT = "00"
               AND WS-RATEHIST-STATUS NOT = "05" THEN
           DISPLAY "SAMPLE1: OPEN FAILED FOR RATEHIST - "
               "FILE STATUS " WS-RATEHIST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM 3410-WRITE-ONE-RATE-HIST
           VARYING WS-RATE-SUB FROM 1 BY 1
           UNTIL WS-RATE-SUB > WS-RATE-COUNT
       CLOSE RATE-HIST-FILE.

   3410-WRITE-ONE-RATE-HIST.
       MOVE WS-RUN-DATE TO RTH-BUS-DATE
       MOVE WS-RUN-SEQ TO RTH-RUN-SEQ
       MOVE WS-RATE-CURRENCY (WS-RATE-SUB) TO RTH-CURRENCY-CODE
       MOVE WS-RATE-VALUE (WS-RATE-SUB) TO RTH-CONV-RATE
       MOVE WS-RATE-STATUS (WS-RATE-SUB) TO RTH-STATUS
       MOVE WS-RATE-PRIOR-DATE (WS-RATE-SUB) TO RTH-PRIOR-DATE
       MOVE WS-RATE-PRIOR-VALUE (WS-RATE-SUB) TO RTH-PRIOR-RATE
       MOVE WS-RATE-MOVE-PCT (WS-RATE-SUB) TO RTH-MOVE-PCT
       MOVE WS-RATE-TOLERANCE TO RTH-TOLERANCE-PCT
       MOVE WS-RUN-TIMESTAMP(1:14) TO RTH-LOGGED-STAMP
       WRITE RATE-HIST-RECORD.

   7000-NEXT-BUSINESS-DAY.
      *> Walks forward from WS-NBD-FROM one day at a time until
      *> a business day is reached; answer in WS-NEXT-BUS-DATE.
                   MOVE "N" TO WS-BUSDAY-FLAG
           END-SEARCH
       END-IF.

   8000-LOG-RUN-CONTROL.
      *> One row on the shared run-control log for OPSSTAT.
      *> Status 05 is the very first run creating the log.
       OPEN EXTEND RUN-CONTROL-FILE
       IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05" THEN
           DISPLAY "SAMPLE1: OPEN FAILED FOR RUNCTL - "
               "FILE STATUS " WS-RUNCTL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
       MOVE SPACES TO RUN-CONTROL-RECORD
       MOVE WS-RUN-DATE TO RCL-BUS-DATE
       MOVE "SAMPLE1" TO RCL-PROGRAM
       MOVE WS-RUN-TIMESTAMP(1:14) TO RCL-START-STAMP
       MOVE WS-END-TIMESTAMP(1:14) TO RCL-END-STAMP
       MOVE RETURN-CODE TO RCL-RETURN-CODE
       MOVE WS-RECORD-COUNT TO RCL-IN-COUNT
       ADD WS-LOW-COUNT WS-NORMAL-COUNT WS-ELEVATED-COUNT
           WS-CRITICAL-COUNT GIVING RCL-OUT-COUNT
       ADD WS-REJECT-COUNT WS-SUSPECT-COUNT WS-ORPHAN-COUNT
           GIVING RCL-EXCEPTION-COUNT
       MOVE WS-AMOUNT-TOTAL TO RCL-AMOUNT
       MOVE WS-RUN-SEQ TO RCL-RUN-SEQ
       WRITE RUN-CONTROL-RECORD
       CLOSE RUN-CONTROL-FILE.
