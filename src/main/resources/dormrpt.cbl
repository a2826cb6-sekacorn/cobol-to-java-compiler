IDENTIFICATION DIVISION.
   PROGRAM-ID. DORMRPT.
  *> DORMRPT - Dormant account review.
  *> Reads the keyed account master (ACCTMST) from end to end and
  *> finds the active accounts with no posting for longer than
  *> the dormancy days on the control card (DRMCARDS). An
  *> account's silence runs from the later of its last posting
  *> and its last status change on the master; where the master
  *> cannot show a recent enough date (accounts from before those
  *> fields were carried) the audit trail and its archive
  *> generations (AUDIN) are read for the account's latest
  *> posting. Dormant accounts are printed by branch on the
  *> review report (DRMRPT), and a SUSPEND card in the ACCTMNT
  *> maintenance layout is written for each (MNTOUT), so the desk
  *> approves the suspensions through dual control instead of
  *> keying them.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT MASTER-FILE ASSIGN TO "ACCTMST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ACCT-ID
           FILE STATUS IS WS-ACCTMST-STATUS.
       SELECT OPTIONAL AUDIT-IN-FILE ASSIGN TO "AUDIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIN-STATUS.
       SELECT CARD-FILE ASSIGN TO "DRMCARDS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRMCARDS-STATUS.
       SELECT MNT-OUT-FILE ASSIGN TO "MNTOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MNTOUT-STATUS.
       SELECT DORM-RPT-FILE ASSIGN TO "DRMRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRMRPT-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  MASTER-FILE.
   01  MASTER-RECORD.
       COPY ACCTREC.
   FD  AUDIT-IN-FILE.
   01  AUDIT-RECORD.
       COPY AUDITREC.
   FD  CARD-FILE.
   01  CARD-RECORD.
       COPY DRMCARD.
   FD  MNT-OUT-FILE.
   01  MNT-OUT-RECORD.
       COPY MNTCARD.
   FD  DORM-RPT-FILE.
   01  DORM-RPT-RECORD PIC X(100).
   WORKING-STORAGE SECTION.
   01 WS-ACCTMST-STATUS PIC XX.
   01 WS-AUDIN-STATUS PIC XX.
   01 WS-DRMCARDS-STATUS PIC XX.
   01 WS-MNTOUT-STATUS PIC XX.
   01 WS-DRMRPT-STATUS PIC XX.
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-EOF-FLAG PIC X VALUE "N".
       88 END-OF-FILE VALUE "Y".
   01 WS-AUD-EOF-FLAG PIC X VALUE "N".
       88 AUDIT-END-OF-FILE VALUE "Y".
   01 WS-AUD-OPEN-FLAG PIC X VALUE "N".
       88 AUDIT-IS-OPEN VALUE "Y".
  *> Review settings - compiled-in defaults, overridden card
  *> field by card field.
   01 WS-DORMANT-DAYS PIC 9(4) VALUE 365.
   01 WS-CARD-OPERATOR PIC X(8) VALUE "DORMANCY".
   01 WS-RUN-TIMESTAMP PIC X(21).
   01 WS-RUN-DATE PIC X(8).
   01 WS-RUN-DATE-NUM PIC 9(8).
   01 WS-AUDIT-POST-DATE PIC X(8).
   01 WS-CUTOFF-INT PIC 9(9).
   01 WS-CUTOFF-DATE PIC 9(8).
   01 WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE PIC X(8).
   01 WS-SILENT-FROM PIC X(8).
   01 WS-SILENT-FROM-NUM PIC 9(8).
   01 WS-SILENT-DAYS PIC 9(7).
  *> Active accounts the master alone cannot clear. The master is
  *> read in key order, so the table fills in account order and
  *> is binary-searched for each audit row; unused entries are
  *> high-values so they sort after every real account.
   01 WS-CAND-MAX PIC 9(5) VALUE 20000.
   01 WS-CAND-COUNT PIC 9(5) VALUE 0.
   01 WS-CAND-TABLE.
       05 WS-CAND-ENTRY OCCURS 20000 TIMES
               ASCENDING KEY IS WS-CAND-ID
               INDEXED BY CAND-IDX.
           10 WS-CAND-ID          PIC X(10).
           10 WS-CAND-NAME        PIC X(20).
           10 WS-CAND-BRANCH      PIC X(4).
           10 WS-CAND-SILENT-FROM PIC X(8).
   01 WS-CAND-SUB PIC 9(5).
  *> Dormant accounts in branch/account order for the report and
  *> the card deck.
   01 WS-DORM-MAX PIC 9(5) VALUE 20000.
   01 WS-DORM-COUNT PIC 9(5) VALUE 0.
   01 WS-DORM-TABLE.
       05 WS-DORM-ENTRY OCCURS 20000 TIMES INDEXED BY DORM-IDX.
           10 WS-DORM-KEY.
               15 WS-DORM-BRANCH  PIC X(4).
               15 WS-DORM-ACCT-ID PIC X(10).
           10 WS-DORM-NAME        PIC X(20).
           10 WS-DORM-SILENT-FROM PIC X(8).
   01 WS-DORM-SUB PIC 9(5).
   01 WS-DORM-POS PIC 9(5).
   01 WS-NEW-DORM.
       05 WS-NEW-KEY.
           10 WS-NEW-BRANCH  PIC X(4).
           10 WS-NEW-ACCT-ID PIC X(10).
       05 WS-NEW-NAME        PIC X(20).
       05 WS-NEW-SILENT-FROM PIC X(8).
   01 WS-PREV-BRANCH PIC X(4).
   01 WS-BRANCH-DORMANT PIC 9(5).
   01 WS-MASTER-READ-COUNT PIC 9(9) VALUE 0.
   01 WS-ACTIVE-COUNT PIC 9(9) VALUE 0.
   01 WS-AUDIT-READ-COUNT PIC 9(9) VALUE 0.
   01 WS-AUDIT-USED-COUNT PIC 9(9) VALUE 0.
   01 WS-CARD-COUNT PIC 9(9) VALUE 0.
   01 WS-SUMMARY-NUM PIC Z(8)9.
   01 WS-DAYS-EDIT PIC Z(6)9.
   PROCEDURE DIVISION.
   0000-MAIN.
       PERFORM 1000-INITIALIZE
       PERFORM 2000-SCAN-MASTER UNTIL END-OF-FILE
       CLOSE MASTER-FILE
       PERFORM 2400-OPEN-AUDIT
       PERFORM 2500-SCAN-AUDIT UNTIL AUDIT-END-OF-FILE
       PERFORM 3000-FINALIZE
       STOP RUN.

   1000-INITIALIZE.
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
       MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
       MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
       OPEN OUTPUT DORM-RPT-FILE
       MOVE WS-DRMRPT-STATUS TO WS-CHECK-STATUS
       MOVE "DRMRPT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       OPEN OUTPUT MNT-OUT-FILE
       MOVE WS-MNTOUT-STATUS TO WS-CHECK-STATUS
       MOVE "MNTOUT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       PERFORM 1100-READ-CARD
      *> Silent since before the cutoff date is dormant. A blank
      *> date compares low, so "no date at all" is below it too.
       COMPUTE WS-CUTOFF-INT =
           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - WS-DORMANT-DAYS
       COMPUTE WS-CUTOFF-DATE =
           FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
       MOVE HIGH-VALUES TO WS-CAND-TABLE
       PERFORM 1300-WRITE-REPORT-HEADER
       OPEN INPUT MASTER-FILE
       MOVE WS-ACCTMST-STATUS TO WS-CHECK-STATUS
       MOVE "ACCTMST" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       PERFORM 2900-READ-MASTER.

   1010-VERIFY-OPEN.
       IF WS-CHECK-STATUS NOT = "00" THEN
           DISPLAY "DORMRPT: OPEN FAILED FOR " WS-CHECK-NAME
               " - FILE STATUS " WS-CHECK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

   1100-READ-CARD.
       OPEN INPUT CARD-FILE
       MOVE WS-DRMCARDS-STATUS TO WS-CHECK-STATUS
       MOVE "DRMCARDS" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       READ CARD-FILE
           AT END CONTINUE
           NOT AT END
               IF DRC-DORMANT-DAYS NUMERIC
                       AND DRC-DORMANT-DAYS > 0 THEN
                   MOVE DRC-DORMANT-DAYS TO WS-DORMANT-DAYS
               END-IF
               IF DRC-OPERATOR-ID NOT = SPACES THEN
                   MOVE DRC-OPERATOR-ID TO WS-CARD-OPERATOR
               END-IF
       END-READ
       CLOSE CARD-FILE.

   1300-WRITE-REPORT-HEADER.
       MOVE SPACES TO DORM-RPT-RECORD
       STRING "=== DORMANT ACCOUNT REVIEW AS OF " DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              " ===" DELIMITED BY SIZE
           INTO DORM-RPT-RECORD
       END-STRING
       WRITE DORM-RPT-RECORD
       MOVE WS-DORMANT-DAYS TO WS-DAYS-EDIT
       MOVE SPACES TO DORM-RPT-RECORD
       STRING "Dormant after (days) . . . . : " DELIMITED BY SIZE
              WS-DAYS-EDIT DELIMITED BY SIZE
              "  - NO POSTING SINCE BEFORE " DELIMITED BY SIZE
              WS-CUTOFF-DATE-X DELIMITED BY SIZE
           INTO DORM-RPT-RECORD
       END-STRING
       WRITE DORM-RPT-RECORD
       MOVE SPACES TO DORM-RPT-RECORD
       STRING "Suspend cards keyed as . . . : " DELIMITED BY SIZE
              WS-CARD-OPERATOR DELIMITED BY SIZE
           INTO DORM-RPT-RECORD
       END-STRING
       WRITE DORM-RPT-RECORD.

   2000-SCAN-MASTER.
       ADD 1 TO WS-MASTER-READ-COUNT
       IF ACCT-ACTIVE THEN
           ADD 1 TO WS-ACTIVE-COUNT
           MOVE ACCT-LAST-POST-DATE TO WS-SILENT-FROM
           IF ACCT-STATUS-DATE > WS-SILENT-FROM THEN
               MOVE ACCT-STATUS-DATE TO WS-SILENT-FROM
           END-IF
           IF WS-SILENT-FROM < WS-CUTOFF-DATE-X THEN
               PERFORM 2100-ADD-CANDIDATE
           END-IF
       END-IF
       PERFORM 2900-READ-MASTER.

   2100-ADD-CANDIDATE.
       IF WS-CAND-COUNT >= WS-CAND-MAX THEN
           DISPLAY "DORMRPT: CANDIDATE TABLE FULL AT "
               WS-CAND-MAX " ENTRIES"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-CAND-COUNT
       MOVE ACCT-ID TO WS-CAND-ID (WS-CAND-COUNT)
       MOVE ACCT-NAME TO WS-CAND-NAME (WS-CAND-COUNT)
       MOVE ACCT-BRANCH TO WS-CAND-BRANCH (WS-CAND-COUNT)
       MOVE WS-SILENT-FROM TO WS-CAND-SILENT-FROM (WS-CAND-COUNT).

   2400-OPEN-AUDIT.
      *> Status 05: no audit trail to consult - the master's own
      *> dates decide.
       IF WS-CAND-COUNT = 0 THEN
           SET AUDIT-END-OF-FILE TO TRUE
       ELSE
           OPEN INPUT AUDIT-IN-FILE
           EVALUATE WS-AUDIN-STATUS
               WHEN "00"
                   SET AUDIT-IS-OPEN TO TRUE
                   PERFORM 2950-READ-AUDIT
               WHEN "05"
                   SET AUDIT-END-OF-FILE TO TRUE
                   CLOSE AUDIT-IN-FILE
               WHEN OTHER
                   MOVE WS-AUDIN-STATUS TO WS-CHECK-STATUS
                   MOVE "AUDIN" TO WS-CHECK-NAME
                   PERFORM 1010-VERIFY-OPEN
           END-EVALUATE
       END-IF.

   2500-SCAN-AUDIT.
      *> SAMPLE1 writes an audit row only for an item it posted,
      *> so every row is a posting to its account on its business
      *> date - a supplemental batch run the next morning posts
      *> under the date before. Rows from before the business date
      *> was carried have it blank and are dated by their run.
      *> The rows come in any order (live trail and archive
      *> generations together); the latest date wins.
       ADD 1 TO WS-AUDIT-READ-COUNT
       IF AUD-BUS-DATE NUMERIC THEN
           MOVE AUD-BUS-DATE TO WS-AUDIT-POST-DATE
       ELSE
           MOVE AUD-RUN-TIMESTAMP(1:8) TO WS-AUDIT-POST-DATE
       END-IF
       SEARCH ALL WS-CAND-ENTRY
           AT END CONTINUE
           WHEN WS-CAND-ID (CAND-IDX) = AUD-TRAN-ID
               IF WS-AUDIT-POST-DATE NUMERIC
                       AND WS-AUDIT-POST-DATE
                           > WS-CAND-SILENT-FROM (CAND-IDX) THEN
                   ADD 1 TO WS-AUDIT-USED-COUNT
                   MOVE WS-AUDIT-POST-DATE
                       TO WS-CAND-SILENT-FROM (CAND-IDX)
               END-IF
       END-SEARCH
       PERFORM 2950-READ-AUDIT.

   2900-READ-MASTER.
       READ MASTER-FILE NEXT RECORD
           AT END SET END-OF-FILE TO TRUE
       END-READ.

   2950-READ-AUDIT.
       READ AUDIT-IN-FILE
           AT END SET AUDIT-END-OF-FILE TO TRUE
       END-READ.

   3000-FINALIZE.
       IF AUDIT-IS-OPEN THEN
           CLOSE AUDIT-IN-FILE
       END-IF
       PERFORM 3100-TEST-ONE-CANDIDATE
           VARYING WS-CAND-SUB FROM 1 BY 1
           UNTIL WS-CAND-SUB > WS-CAND-COUNT
       MOVE SPACES TO WS-PREV-BRANCH
       MOVE 0 TO WS-BRANCH-DORMANT
       PERFORM 3500-WRITE-ONE-DORMANT
           VARYING WS-DORM-SUB FROM 1 BY 1
           UNTIL WS-DORM-SUB > WS-DORM-COUNT
       IF WS-DORM-COUNT > 0 THEN
           PERFORM 3600-BRANCH-FOOTING
       END-IF
       MOVE SPACES TO DORM-RPT-RECORD
       WRITE DORM-RPT-RECORD
       MOVE WS-MASTER-READ-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO DORM-RPT-RECORD
       STRING "Accounts on master . . . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO DORM-RPT-RECORD
       END-STRING
       WRITE DORM-RPT-RECORD
       MOVE WS-ACTIVE-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO DORM-RPT-RECORD
       STRING "Active accounts  . . . . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO DORM-RPT-RECORD
       END-STRING
       WRITE DORM-RPT-RECORD
       MOVE WS-DORM-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO DORM-RPT-RECORD
       STRING "Dormant accounts . . . . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO DORM-RPT-RECORD
       END-STRING
       WRITE DORM-RPT-RECORD
       MOVE WS-CARD-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO DORM-RPT-RECORD
       STRING "Suspend cards written  . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO DORM-RPT-RECORD
       END-STRING
       WRITE DORM-RPT-RECORD
       CLOSE MNT-OUT-FILE
       CLOSE DORM-RPT-FILE
       DISPLAY "DORMRPT: ACCOUNTS READ " WS-MASTER-READ-COUNT
           " ACTIVE " WS-ACTIVE-COUNT
           " DORMANT " WS-DORM-COUNT
           " AUDIT ROWS READ " WS-AUDIT-READ-COUNT
           " USED " WS-AUDIT-USED-COUNT.

   3100-TEST-ONE-CANDIDATE.
       IF WS-CAND-SILENT-FROM (WS-CAND-SUB) < WS-CUTOFF-DATE-X THEN
           MOVE WS-CAND-BRANCH (WS-CAND-SUB) TO WS-NEW-BRANCH
           MOVE WS-CAND-ID (WS-CAND-SUB) TO WS-NEW-ACCT-ID
           MOVE WS-CAND-NAME (WS-CAND-SUB) TO WS-NEW-NAME
           MOVE WS-CAND-SILENT-FROM (WS-CAND-SUB)
               TO WS-NEW-SILENT-FROM
           PERFORM 3200-ADD-DORMANT
       END-IF.

   3200-ADD-DORMANT.
       IF WS-DORM-COUNT >= WS-DORM-MAX THEN
           DISPLAY "DORMRPT: DORMANT TABLE FULL AT "
               WS-DORM-MAX " ENTRIES"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       SET DORM-IDX TO 1
       SEARCH WS-DORM-ENTRY
           AT END
               SET WS-DORM-POS TO DORM-IDX
           WHEN DORM-IDX > WS-DORM-COUNT
               SET WS-DORM-POS TO DORM-IDX
           WHEN WS-DORM-KEY (DORM-IDX) > WS-NEW-KEY
               SET WS-DORM-POS TO DORM-IDX
       END-SEARCH
       PERFORM 3210-SHIFT-ONE-DORMANT
           VARYING WS-DORM-SUB FROM WS-DORM-COUNT BY -1
           UNTIL WS-DORM-SUB < WS-DORM-POS
       ADD 1 TO WS-DORM-COUNT
       MOVE WS-NEW-DORM TO WS-DORM-ENTRY (WS-DORM-POS).

   3210-SHIFT-ONE-DORMANT.
       MOVE WS-DORM-ENTRY (WS-DORM-SUB)
           TO WS-DORM-ENTRY (WS-DORM-SUB + 1).

   3500-WRITE-ONE-DORMANT.
       IF WS-DORM-BRANCH (WS-DORM-SUB) NOT = WS-PREV-BRANCH
               OR WS-DORM-SUB = 1 THEN
           IF WS-DORM-SUB > 1 THEN
               PERFORM 3600-BRANCH-FOOTING
           END-IF
           MOVE WS-DORM-BRANCH (WS-DORM-SUB) TO WS-PREV-BRANCH
           MOVE 0 TO WS-BRANCH-DORMANT
           MOVE SPACES TO DORM-RPT-RECORD
           WRITE DORM-RPT-RECORD
           MOVE SPACES TO DORM-RPT-RECORD
           STRING "--- BRANCH " DELIMITED BY SIZE
                  WS-PREV-BRANCH DELIMITED BY SIZE
                  " ---" DELIMITED BY SIZE
               INTO DORM-RPT-RECORD
           END-STRING
           WRITE DORM-RPT-RECORD
           MOVE SPACES TO DORM-RPT-RECORD
           STRING "ACCOUNT     NAME                  "
                      DELIMITED BY SIZE
                  "LAST ACTIVITY  DAYS SILENT" DELIMITED BY SIZE
               INTO DORM-RPT-RECORD
           END-STRING
           WRITE DORM-RPT-RECORD
       END-IF
       ADD 1 TO WS-BRANCH-DORMANT
       PERFORM 3550-WRITE-SUSPEND-CARD
      *> No date at all: nothing on the master or in the audit
      *> trail and archive kept - silent for as long as records go.
       MOVE SPACES TO DORM-RPT-RECORD
       IF WS-DORM-SILENT-FROM (WS-DORM-SUB) NUMERIC THEN
           MOVE WS-DORM-SILENT-FROM (WS-DORM-SUB)
               TO WS-SILENT-FROM-NUM
           COMPUTE WS-SILENT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-SILENT-FROM-NUM)
           MOVE WS-SILENT-DAYS TO WS-DAYS-EDIT
           STRING WS-DORM-ACCT-ID (WS-DORM-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DORM-NAME (WS-DORM-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DORM-SILENT-FROM (WS-DORM-SUB)
                      DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-DAYS-EDIT DELIMITED BY SIZE
               INTO DORM-RPT-RECORD
           END-STRING
       ELSE
           STRING WS-DORM-ACCT-ID (WS-DORM-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DORM-NAME (WS-DORM-SUB) DELIMITED BY SIZE
                  "  NONE ON FILE" DELIMITED BY SIZE
               INTO DORM-RPT-RECORD
           END-STRING
       END-IF
       WRITE DORM-RPT-RECORD.

   3550-WRITE-SUSPEND-CARD.
      *> The name and branch ride along on the card only so the
      *> deck reads on its own at review; SUSPEND does not use them.
       MOVE SPACES TO MNT-OUT-RECORD
       MOVE "SUSPEND" TO MNT-ACTION
       MOVE WS-DORM-ACCT-ID (WS-DORM-SUB) TO MNT-ACCT-ID
       MOVE WS-DORM-NAME (WS-DORM-SUB) TO MNT-ACCT-NAME
       MOVE WS-DORM-BRANCH (WS-DORM-SUB) TO MNT-ACCT-BRANCH
       MOVE WS-CARD-OPERATOR TO MNT-OPERATOR-ID
       WRITE MNT-OUT-RECORD
       ADD 1 TO WS-CARD-COUNT.

   3600-BRANCH-FOOTING.
       MOVE WS-BRANCH-DORMANT TO WS-SUMMARY-NUM
       MOVE SPACES TO DORM-RPT-RECORD
       STRING "Dormant in branch " DELIMITED BY SIZE
              WS-PREV-BRANCH DELIMITED BY SIZE
              " . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO DORM-RPT-RECORD
       END-STRING
       WRITE DORM-RPT-RECORD.
