  *> not block the rest of the day's maintenance. The one-time
  *> ACCTLOAD job builds the keyed master from the old
  *> sequential file at cutover.
  *> Dual control: no card is applied as keyed. Each maintenance
  *> card joins the pending queue (PENDIN/PENDOUT) with the
  *> keying operator's ID and a reference; it is applied only
  *> when an APPROVE card from a different operator names that
  *> reference, on this run or a later one. Items left waiting
  *> longer than the expiry days (MNTPARMS) drop out unapplied.
  *> Every change applied appends a row to the permanent change
  *> log (CHGLOG) with the account's before and after images,
  *> both operator IDs and the time it was applied.
  *> Branch control: an ADD naming a branch that is not on the
  *> branch master (BRCHMST, maintained by BRCHMNT) or is closed
  *> there is refused when keyed, and checked again when approved
  *> in case the branch closed while the item waited.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACCT-ID
           FILE STATUS IS WS-ACCTMST-STATUS.
       SELECT BRANCH-FILE ASSIGN TO "BRCHMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BRCH-CODE
           FILE STATUS IS WS-BRCHMST-STATUS.
       SELECT CARD-FILE ASSIGN TO "MNTCARDS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MNTCARDS-STATUS.
       SELECT OPTIONAL PARM-FILE ASSIGN TO "MNTPARMS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MNTPARMS-STATUS.
       SELECT OPTIONAL PENDING-IN-FILE ASSIGN TO "PENDIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDIN-STATUS.
       SELECT PENDING-OUT-FILE ASSIGN TO "PENDOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDOUT-STATUS.
       SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO "CHGLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHGLOG-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  MASTER-FILE.
   01  MASTER-RECORD.
       COPY ACCTREC.
   FD  BRANCH-FILE.
   01  BRANCH-RECORD.
       COPY BRCHREC.
   FD  CARD-FILE.
   01  CARD-RECORD.
       COPY MNTCARD.
   FD  PARM-FILE.
   01  PARM-RECORD.
       COPY MNTPARM.
   FD  PENDING-IN-FILE.
   01  PENDING-IN-RECORD.
       COPY PENDIREC.
   FD  PENDING-OUT-FILE.
   01  PENDING-OUT-RECORD.
       COPY PENDOREC.
   FD  CHANGE-LOG-FILE.
   01  CHANGE-LOG-RECORD.
       COPY CHGLOGREC.
   WORKING-STORAGE SECTION.
   01 WS-ACCTMST-STATUS PIC XX.
   01 WS-BRCHMST-STATUS PIC XX.
   01 WS-MNTCARDS-STATUS PIC XX.
   01 WS-MNTPARMS-STATUS PIC XX.
   01 WS-PENDIN-STATUS PIC XX.
   01 WS-PENDOUT-STATUS PIC XX.
   01 WS-CHGLOG-STATUS PIC XX.
   01 WS-CARD-EOF-FLAG PIC X VALUE "N".
       88 CARD-END-OF-FILE VALUE "Y".
   01 WS-PEND-EOF-FLAG PIC X VALUE "N".
       88 PEND-LOAD-DONE VALUE "Y".
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-FOUND-FLAG PIC X VALUE "N".
       88 ACCOUNT-FOUND VALUE "Y".
   01 WS-BRANCH-FLAG PIC X VALUE "N".
       88 BRANCH-USABLE VALUE "Y".
   01 WS-BRANCH-REASON PIC X(30).
   01 WS-PEND-FOUND-FLAG PIC X VALUE "N".
       88 PENDING-FOUND VALUE "Y".
   01 WS-RUN-TIMESTAMP PIC X(21).
   01 WS-RUN-DATE PIC X(8).
   01 WS-RUN-DATE-NUM PIC 9(8).
   01 WS-QUEUE-DATE-NUM PIC 9(8).
   01 WS-AGE-DAYS PIC S9(5).
   01 WS-EXPIRE-DAYS PIC 9(3) VALUE 5.
   01 WS-LAST-SEQ PIC 9(4) VALUE 0.
  *> Pending queue: every item carried in from PENDIN plus the
  *> cards queued tonight. State "P" is still waiting; "D" has
  *> been approved (applied or rejected) and is not carried on.
   01 WS-PEND-MAX PIC 9(4) VALUE 500.
   01 WS-PEND-COUNT PIC 9(4) VALUE 0.
   01 WS-PEND-TABLE.
       05 WS-PEND-ENTRY OCCURS 500 TIMES INDEXED BY PEND-IDX.
           10 WS-PEND-DATE  PIC X(8).
           10 WS-PEND-SEQ   PIC 9(4).
           10 WS-PEND-CARD  PIC X(59).
           10 WS-PEND-STATE PIC X.
               88 PEND-WAITING VALUE "P".
               88 PEND-DONE    VALUE "D".
   01 WS-PEND-SUB PIC 9(4).
   01 WS-APPROVE-ACCT PIC X(10).
   01 WS-APPROVE-DATE PIC X(8).
   01 WS-APPROVE-SEQ PIC 9(4).
   01 WS-MAKER-ID PIC X(8).
   01 WS-CHECKER-ID PIC X(8).
   01 WS-BEFORE-IMAGE PIC X(150).
   01 WS-CARD-COUNT PIC 9(4) VALUE 0.
   01 WS-QUEUED-COUNT PIC 9(4) VALUE 0.
   01 WS-APPLIED-COUNT PIC 9(4) VALUE 0.
   01 WS-ERROR-COUNT PIC 9(4) VALUE 0.
   01 WS-EXPIRED-COUNT PIC 9(4) VALUE 0.
   01 WS-WAITING-COUNT PIC 9(4) VALUE 0.
   PROCEDURE DIVISION.
   0000-MAIN.
       PERFORM 1000-INITIALIZE
       PERFORM 2000-PROCESS-CARD UNTIL CARD-END-OF-FILE
       PERFORM 3000-FINALIZE
       STOP RUN.

       MOVE WS-ACCTMST-STATUS TO WS-CHECK-STATUS
       MOVE "ACCTMST" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       OPEN INPUT BRANCH-FILE
       MOVE WS-BRCHMST-STATUS TO WS-CHECK-STATUS
       MOVE "BRCHMST" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       OPEN OUTPUT PENDING-OUT-FILE
       MOVE WS-PENDOUT-STATUS TO WS-CHECK-STATUS
       MOVE "PENDOUT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
      *> Status 05 is the very first run creating the change log.
       OPEN EXTEND CHANGE-LOG-FILE
       IF WS-CHGLOG-STATUS NOT = "00"
               AND WS-CHGLOG-STATUS NOT = "05" THEN
           DISPLAY "ACCTMNT: OPEN FAILED FOR CHGLOG - "
               "FILE STATUS " WS-CHGLOG-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
       MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
       MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
       PERFORM 1100-READ-PARMS
       PERFORM 1200-LOAD-PENDING
       PERFORM 2900-READ-CARD.

   1010-VERIFY-OPEN.
           STOP RUN
       END-IF.

   1100-READ-PARMS.
      *> MNTPARMS is optional: no card keeps the default expiry.
       OPEN INPUT PARM-FILE
       EVALUATE WS-MNTPARMS-STATUS
           WHEN "00"
               READ PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF MNP-EXPIRE-DAYS NUMERIC THEN
                           MOVE MNP-EXPIRE-DAYS TO WS-EXPIRE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           WHEN "05"
               CONTINUE
           WHEN OTHER
               DISPLAY "ACCTMNT: OPEN FAILED FOR MNTPARMS - "
                   "FILE STATUS " WS-MNTPARMS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

   1200-LOAD-PENDING.
      *> PENDIN is optional: the first run has no queue yet.
       OPEN INPUT PENDING-IN-FILE
       EVALUATE WS-PENDIN-STATUS
           WHEN "00"
               PERFORM 1210-LOAD-ONE-PENDING UNTIL PEND-LOAD-DONE
               CLOSE PENDING-IN-FILE
           WHEN "05"
               SET PEND-LOAD-DONE TO TRUE
           WHEN OTHER
               DISPLAY "ACCTMNT: OPEN FAILED FOR PENDIN - "
                   "FILE STATUS " WS-PENDIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

   1210-LOAD-ONE-PENDING.
       READ PENDING-IN-FILE
           AT END SET PEND-LOAD-DONE TO TRUE
           NOT AT END
               IF PNI-HEADER-REC THEN
                   IF PNI-HDR-LAST-DATE = WS-RUN-DATE THEN
                       MOVE PNI-HDR-LAST-SEQ TO WS-LAST-SEQ
                   END-IF
               ELSE
                   PERFORM 1220-CHECK-EXPIRY
               END-IF
       END-READ.

   1220-CHECK-EXPIRY.
       MOVE PNI-QUEUE-DATE TO WS-QUEUE-DATE-NUM
       COMPUTE WS-AGE-DAYS =
           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           - FUNCTION INTEGER-OF-DATE(WS-QUEUE-DATE-NUM)
       IF WS-AGE-DAYS > WS-EXPIRE-DAYS THEN
           DISPLAY "ACCTMNT: " PNI-ACTION " " PNI-ACCT-ID
               " PENDING " PNI-QUEUE-DATE "-" PNI-QUEUE-SEQ
               " KEYED BY " PNI-MAKER-ID
               " EXPIRED UNAPPROVED - NOT APPLIED"
           ADD 1 TO WS-EXPIRED-COUNT
       ELSE
           IF WS-PEND-COUNT >= WS-PEND-MAX THEN
               DISPLAY "ACCTMNT: PENDING QUEUE FULL AT "
                   WS-PEND-MAX " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE PNI-QUEUE-DATE TO WS-PEND-DATE (WS-PEND-COUNT)
           MOVE PNI-QUEUE-SEQ TO WS-PEND-SEQ (WS-PEND-COUNT)
           MOVE PNI-CARD TO WS-PEND-CARD (WS-PEND-COUNT)
           MOVE "P" TO WS-PEND-STATE (WS-PEND-COUNT)
       END-IF.

   2000-PROCESS-CARD.
       ADD 1 TO WS-CARD-COUNT
       EVALUATE TRUE
           WHEN MNT-OPERATOR-ID = SPACES
               DISPLAY "ACCTMNT: " MNT-ACTION " " MNT-ACCT-ID
                   " REJECTED - NO OPERATOR ID ON CARD"
               PERFORM 2700-COUNT-ERROR
           WHEN MNT-ACTION = "APPROVE"
               PERFORM 2020-APPROVE-CARD
           WHEN MNT-ACTION = "ADD"
               PERFORM 2150-CHECK-BRANCH
               IF BRANCH-USABLE THEN
                   PERFORM 2010-QUEUE-CARD
               ELSE
                   PERFORM 2160-REJECT-BRANCH
               END-IF
           WHEN MNT-ACTION = "CLOSE"
                   OR MNT-ACTION = "SUSPEND"
                   OR MNT-ACTION = "REOPEN"
                   OR MNT-ACTION = "LIMIT"
               PERFORM 2010-QUEUE-CARD
           WHEN OTHER
               PERFORM 2600-BAD-ACTION
       END-EVALUATE
       PERFORM 2900-READ-CARD.

   2010-QUEUE-CARD.
       IF WS-PEND-COUNT >= WS-PEND-MAX THEN
           DISPLAY "ACCTMNT: PENDING QUEUE FULL AT "
               WS-PEND-MAX " ENTRIES"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-LAST-SEQ
       ADD 1 TO WS-PEND-COUNT
       MOVE WS-RUN-DATE TO WS-PEND-DATE (WS-PEND-COUNT)
       MOVE WS-LAST-SEQ TO WS-PEND-SEQ (WS-PEND-COUNT)
       MOVE CARD-RECORD TO WS-PEND-CARD (WS-PEND-COUNT)
       MOVE "P" TO WS-PEND-STATE (WS-PEND-COUNT)
       ADD 1 TO WS-QUEUED-COUNT
       DISPLAY "ACCTMNT: " MNT-ACTION " " MNT-ACCT-ID
           " QUEUED AS " WS-RUN-DATE "-" WS-LAST-SEQ
           " BY " MNT-OPERATOR-ID " - AWAITING APPROVAL".

   2020-APPROVE-CARD.
      *> The approval card names the pending item; once found, the
      *> item's own card replaces the approval card in the record
      *> area so the apply paragraphs below see the change exactly
      *> as the maker keyed it.
       MOVE MNT-OPERATOR-ID TO WS-CHECKER-ID
       MOVE MNT-ACCT-ID TO WS-APPROVE-ACCT
       MOVE MNT-APPR-QUEUE-DATE TO WS-APPROVE-DATE
       MOVE MNT-APPR-QUEUE-SEQ TO WS-APPROVE-SEQ
       PERFORM 2030-FIND-PENDING
       IF NOT PENDING-FOUND THEN
           DISPLAY "ACCTMNT: APPROVE " WS-APPROVE-ACCT
               " REJECTED - NO PENDING ITEM " WS-APPROVE-DATE
               "-" WS-APPROVE-SEQ
           PERFORM 2700-COUNT-ERROR
       ELSE
           MOVE WS-PEND-CARD (PEND-IDX) TO CARD-RECORD
           MOVE MNT-OPERATOR-ID TO WS-MAKER-ID
           EVALUATE TRUE
               WHEN MNT-ACCT-ID NOT = WS-APPROVE-ACCT
                   DISPLAY "ACCTMNT: APPROVE " WS-APPROVE-ACCT
                       " REJECTED - PENDING ITEM " WS-APPROVE-DATE
                       "-" WS-APPROVE-SEQ " IS FOR " MNT-ACCT-ID
                   PERFORM 2700-COUNT-ERROR
               WHEN WS-MAKER-ID = WS-CHECKER-ID
                   DISPLAY "ACCTMNT: APPROVE " WS-APPROVE-ACCT
                       " REJECTED - " WS-CHECKER-ID
                       " KEYED THE CHANGE AND CANNOT APPROVE IT"
                   PERFORM 2700-COUNT-ERROR
               WHEN OTHER
                   MOVE "D" TO WS-PEND-STATE (PEND-IDX)
                   DISPLAY "ACCTMNT: APPROVE " WS-APPROVE-ACCT
                       " " WS-APPROVE-DATE "-" WS-APPROVE-SEQ
                       " KEYED BY " WS-MAKER-ID
                       " APPROVED BY " WS-CHECKER-ID
                   PERFORM 2050-APPLY-PENDING
           END-EVALUATE
       END-IF.

   2030-FIND-PENDING.
       MOVE "N" TO WS-PEND-FOUND-FLAG
       SET PEND-IDX TO 1
       SEARCH WS-PEND-ENTRY
           AT END
               CONTINUE
           WHEN PEND-IDX > WS-PEND-COUNT
               CONTINUE
           WHEN WS-PEND-DATE (PEND-IDX) = WS-APPROVE-DATE
                   AND WS-PEND-SEQ (PEND-IDX) = WS-APPROVE-SEQ
                   AND PEND-WAITING (PEND-IDX)
               SET PENDING-FOUND TO TRUE
       END-SEARCH.

   2050-APPLY-PENDING.
       PERFORM 2100-FIND-ACCOUNT
       IF ACCOUNT-FOUND THEN
           MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
       ELSE
           MOVE SPACES TO WS-BEFORE-IMAGE
       END-IF
       EVALUATE MNT-ACTION
           WHEN "ADD"
               PERFORM 2200-ADD-ACCOUNT
               PERFORM 2550-SET-LIMIT
           WHEN OTHER
               PERFORM 2600-BAD-ACTION
       END-EVALUATE.

   2100-FIND-ACCOUNT.
       MOVE "N" TO WS-FOUND-FLAG
           NOT INVALID KEY SET ACCOUNT-FOUND TO TRUE
       END-READ.

   2150-CHECK-BRANCH.
       MOVE "N" TO WS-BRANCH-FLAG
       MOVE MNT-ACCT-BRANCH TO BRCH-CODE
       READ BRANCH-FILE
           INVALID KEY
               MOVE "NOT ON BRANCH MASTER" TO WS-BRANCH-REASON
           NOT INVALID KEY
               IF BRCH-CLOSED THEN
                   MOVE "CLOSED ON BRANCH MASTER"
                       TO WS-BRANCH-REASON
               ELSE
                   SET BRANCH-USABLE TO TRUE
               END-IF
       END-READ.

   2160-REJECT-BRANCH.
       DISPLAY "ACCTMNT: ADD     " MNT-ACCT-ID
           " REJECTED - BRANCH '" MNT-ACCT-BRANCH "' "
           WS-BRANCH-REASON
       PERFORM 2700-COUNT-ERROR.

   2200-ADD-ACCOUNT.
       IF NOT ACCOUNT-FOUND THEN
           PERFORM 2150-CHECK-BRANCH
       END-IF
       IF ACCOUNT-FOUND THEN
           DISPLAY "ACCTMNT: ADD     " MNT-ACCT-ID
               " REJECTED - ACCOUNT ALREADY ON MASTER"
           PERFORM 2700-COUNT-ERROR
       ELSE IF NOT BRANCH-USABLE THEN
           PERFORM 2160-REJECT-BRANCH
       ELSE
           MOVE MNT-ACCT-ID TO ACCT-ID
           MOVE MNT-ACCT-NAME TO ACCT-NAME
           MOVE MNT-ACCT-BRANCH TO ACCT-BRANCH
           MOVE "A" TO ACCT-STATUS
           MOVE WS-RUN-DATE TO ACCT-STATUS-DATE
          *> A blank limit on an ADD card is "no limit" - only a
          *> keyed, numeric limit is carried onto the new account.
           IF MNT-EXPOSURE-LIMIT NUMERIC THEN
           ELSE
               MOVE 0 TO ACCT-EXPOSURE-LIMIT
           END-IF
           MOVE 0 TO ACCT-LEDGER-BALANCE
           MOVE SPACES TO ACCT-LAST-POST-DATE
           MOVE SPACES TO ACCT-MTD-MONTH
           MOVE 0 TO ACCT-MTD-DEBITS
           MOVE 0 TO ACCT-MTD-CREDITS
           MOVE 0 TO ACCT-LAST-POST-ITEMS
           MOVE 0 TO ACCT-LAST-POST-SEQ
           WRITE MASTER-RECORD
               INVALID KEY PERFORM 2800-WRITE-FAILED
           END-WRITE
           DISPLAY "ACCTMNT: ADD     " MNT-ACCT-ID " APPLIED"
           PERFORM 2760-LOG-CHANGE
       END-IF.

   2300-SET-STATUS-C.
       IF ACCOUNT-FOUND THEN
           MOVE "C" TO ACCT-STATUS
           MOVE WS-RUN-DATE TO ACCT-STATUS-DATE
           PERFORM 2750-REWRITE-ACCOUNT
           DISPLAY "ACCTMNT: CLOSE   " MNT-ACCT-ID " APPLIED"
           PERFORM 2760-LOG-CHANGE
       ELSE
           DISPLAY "ACCTMNT: CLOSE   " MNT-ACCT-ID
               " REJECTED - ACCOUNT NOT ON MASTER"
   2400-SET-STATUS-S.
       IF ACCOUNT-FOUND THEN
           MOVE "S" TO ACCT-STATUS
           MOVE WS-RUN-DATE TO ACCT-STATUS-DATE
           PERFORM 2750-REWRITE-ACCOUNT
           DISPLAY "ACCTMNT: SUSPEND " MNT-ACCT-ID " APPLIED"
           PERFORM 2760-LOG-CHANGE
       ELSE
           DISPLAY "ACCTMNT: SUSPEND " MNT-ACCT-ID
               " REJECTED - ACCOUNT NOT ON MASTER"
       END-IF.

   2500-SET-STATUS-A.
      *> Reopening restarts the dormancy clock: the approval is
      *> the review the dormancy policy asks for.
       IF ACCOUNT-FOUND THEN
           MOVE "A" TO ACCT-STATUS
           MOVE WS-RUN-DATE TO ACCT-STATUS-DATE
           PERFORM 2750-REWRITE-ACCOUNT
           DISPLAY "ACCTMNT: REOPEN  " MNT-ACCT-ID " APPLIED"
           PERFORM 2760-LOG-CHANGE
       ELSE
           DISPLAY "ACCTMNT: REOPEN  " MNT-ACCT-ID
               " REJECTED - ACCOUNT NOT ON MASTER"
               MOVE MNT-EXPOSURE-LIMIT TO ACCT-EXPOSURE-LIMIT
               PERFORM 2750-REWRITE-ACCOUNT
               DISPLAY "ACCTMNT: LIMIT   " MNT-ACCT-ID " APPLIED"
               PERFORM 2760-LOG-CHANGE
           ELSE
               DISPLAY "ACCTMNT: LIMIT   " MNT-ACCT-ID
                   " REJECTED - LIMIT '" MNT-EXPOSURE-LIMIT
           INVALID KEY PERFORM 2800-WRITE-FAILED
       END-REWRITE.

   2760-LOG-CHANGE.
       ADD 1 TO WS-APPLIED-COUNT
       MOVE SPACES TO CHANGE-LOG-RECORD
       MOVE FUNCTION CURRENT-DATE TO CHG-TIMESTAMP
       MOVE MNT-ACTION TO CHG-ACTION
       MOVE MNT-ACCT-ID TO CHG-ACCT-ID
       MOVE WS-APPROVE-DATE TO CHG-QUEUE-DATE
       MOVE WS-APPROVE-SEQ TO CHG-QUEUE-SEQ
       MOVE WS-MAKER-ID TO CHG-MAKER-ID
       MOVE WS-CHECKER-ID TO CHG-CHECKER-ID
       MOVE WS-BEFORE-IMAGE TO CHG-BEFORE-IMAGE
       MOVE MASTER-RECORD TO CHG-AFTER-IMAGE
       WRITE CHANGE-LOG-RECORD.

   2800-WRITE-FAILED.
      *> A keyed write/rewrite failing after a clean read is an
      *> I/O or catalog problem, not a card problem - stop before
       END-READ.

   3000-FINALIZE.
       PERFORM 3100-WRITE-PENDING
       CLOSE CARD-FILE
       CLOSE MASTER-FILE
       CLOSE BRANCH-FILE
       CLOSE PENDING-OUT-FILE
       CLOSE CHANGE-LOG-FILE
       DISPLAY "ACCTMNT: CARDS READ " WS-CARD-COUNT
           " QUEUED " WS-QUEUED-COUNT
           " APPLIED " WS-APPLIED-COUNT
           " IN ERROR " WS-ERROR-COUNT
       DISPLAY "ACCTMNT: PENDING EXPIRED " WS-EXPIRED-COUNT
           " STILL AWAITING APPROVAL " WS-WAITING-COUNT.

   3100-WRITE-PENDING.
      *> The header carries tonight's last reference forward; the
      *> items still waiting follow, each listed for the checkers.
       MOVE SPACES TO PENDING-OUT-RECORD
       MOVE "H" TO PNO-REC-TYPE
       MOVE WS-RUN-DATE TO PNO-HDR-LAST-DATE
       MOVE WS-LAST-SEQ TO PNO-HDR-LAST-SEQ
       WRITE PENDING-OUT-RECORD
       PERFORM 3110-WRITE-ONE-PENDING
           VARYING WS-PEND-SUB FROM 1 BY 1
           UNTIL WS-PEND-SUB > WS-PEND-COUNT.

   3110-WRITE-ONE-PENDING.
       IF PEND-WAITING (WS-PEND-SUB) THEN
           MOVE SPACES TO PENDING-OUT-RECORD
           MOVE "D" TO PNO-REC-TYPE
           MOVE WS-PEND-DATE (WS-PEND-SUB) TO PNO-QUEUE-DATE
           MOVE WS-PEND-SEQ (WS-PEND-SUB) TO PNO-QUEUE-SEQ
           MOVE WS-PEND-CARD (WS-PEND-SUB) TO PNO-CARD
           WRITE PENDING-OUT-RECORD
           ADD 1 TO WS-WAITING-COUNT
           DISPLAY "ACCTMNT: PENDING " PNO-QUEUE-DATE "-"
               PNO-QUEUE-SEQ " " PNO-ACTION " " PNO-ACCT-ID
               " KEYED BY " PNO-MAKER-ID
       END-IF.
