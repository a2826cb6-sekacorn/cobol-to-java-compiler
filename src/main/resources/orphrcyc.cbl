IDENTIFICATION DIVISION.
   PROGRAM-ID. ORPHRCYC.
  *> ORPHRCYC - Orphan-credit review and resubmission for SAMPLE1.
  *> Reads the prior run's orphan-credit file (ORPHIN) - the
  *> reversals SAMPLE1 held because no posted original matched
  *> them - applies the desk's decision cards (ORPCARDS), and
  *> writes the items going back into the batch in TRANIN
  *> control-set format (RESUBOUT) for the nightly merge:
  *>   RELEASE  resubmitted with the orphan-release indicator,
  *>            so SAMPLE1 posts it without matching
  *>   REPAIR   resubmitted under the corrected ID/amount, to be
  *>            matched again
  *>   DROP     cancelled - not resubmitted
  *> An orphan with no card is resubmitted unchanged, in case
  *> its original has posted since; one that has already come
  *> back WS-RECYCLE-LIMIT times ages out instead of looping
  *> and is left to the desk and the branch. Every item and what
  *> became of it is listed on the desk report (ORPHRPT). A card
  *> that matches no orphan, or names an unknown action, sets
  *> RETURN-CODE 8 so a mis-keyed decision never passes silently.
   ENVIRONMENT DIVISION.
   INPUT-OUTPUT SECTION.
   FILE-CONTROL.
       SELECT ORPHAN-IN-FILE ASSIGN TO "ORPHIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORPHIN-STATUS.
       SELECT OPTIONAL CARD-FILE ASSIGN TO "ORPCARDS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORPCARDS-STATUS.
       SELECT RESUBMIT-FILE ASSIGN TO "RESUBOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESUBOUT-STATUS.
       SELECT DESK-RPT-FILE ASSIGN TO "ORPHRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORPHRPT-STATUS.
       SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNCTL-STATUS.
   DATA DIVISION.
   FILE SECTION.
   FD  ORPHAN-IN-FILE.
   01  ORPHAN-IN-RECORD.
       COPY ORPHREC.
   FD  CARD-FILE.
   01  CARD-RECORD.
       COPY ORPHCARD.
   FD  RESUBMIT-FILE.
   01  RESUBMIT-RECORD.
       COPY TRANREC.
   FD  DESK-RPT-FILE.
   01  DESK-RPT-RECORD PIC X(80).
   FD  RUN-CONTROL-FILE.
   01  RUN-CONTROL-RECORD.
       COPY RUNCTLREC.
   WORKING-STORAGE SECTION.
   01 WS-ORPHIN-STATUS PIC XX.
   01 WS-ORPCARDS-STATUS PIC XX.
   01 WS-RESUBOUT-STATUS PIC XX.
   01 WS-ORPHRPT-STATUS PIC XX.
   01 WS-ORP-EOF-FLAG PIC X VALUE "N".
       88 ORP-END-OF-FILE VALUE "Y".
   01 WS-CARD-EOF-FLAG PIC X VALUE "N".
       88 CARD-LOAD-DONE VALUE "Y".
   01 WS-RUNCTL-STATUS PIC XX.
   01 WS-CHECK-STATUS PIC XX.
   01 WS-CHECK-NAME PIC X(8).
   01 WS-RUN-TIMESTAMP PIC X(21).
   01 WS-END-TIMESTAMP PIC X(21).
   01 WS-RUN-DATE PIC X(8).
   01 WS-RECYCLE-LIMIT PIC 9(2) VALUE 3.
   01 WS-CARD-MAX PIC 9(3) VALUE 500.
   01 WS-CARD-COUNT PIC 9(3) VALUE 0.
   01 WS-CARD-TABLE.
       05 WS-CARD-ENTRY OCCURS 500 TIMES INDEXED BY CARD-IDX.
           10 WS-CARD-ACTION       PIC X(8).
           10 WS-CARD-MATCH-ID     PIC X(10).
           10 WS-CARD-MATCH-AMOUNT PIC X(10).
           10 WS-CARD-NEW-ID       PIC X(10).
           10 WS-CARD-NEW-AMOUNT   PIC X(10).
           10 WS-CARD-USED-FLAG    PIC X.
   01 WS-CARD-SUB PIC 9(3).
   01 WS-ORP-READ-COUNT PIC 9(9) VALUE 0.
   01 WS-RESUBMIT-COUNT PIC 9(9) VALUE 0.
   01 WS-RELEASED-COUNT PIC 9(9) VALUE 0.
   01 WS-REPAIRED-COUNT PIC 9(9) VALUE 0.
   01 WS-DROPPED-COUNT PIC 9(9) VALUE 0.
   01 WS-AGED-COUNT PIC 9(9) VALUE 0.
   01 WS-UNMATCHED-CARDS PIC 9(3) VALUE 0.
   01 WS-BAD-CARDS PIC 9(3) VALUE 0.
   01 WS-HASH-TOTAL PIC S9(13)V99 VALUE 0.
   01 WS-NEW-COUNT PIC 9(2).
   01 WS-WORK-ID PIC X(10).
   01 WS-WORK-AMOUNT PIC X(10).
   01 WS-ACTION PIC X(8).
   01 WS-FORCE-BYTE PIC X.
   01 WS-ACTION-TEXT PIC X(10).
   01 WS-ORIG-EDIT PIC -(6)9.99.
   01 WS-SUMMARY-NUM PIC Z(8)9.
   PROCEDURE DIVISION.
   0000-MAIN.
       PERFORM 1000-INITIALIZE
       PERFORM 2000-PROCESS-ORPHAN UNTIL ORP-END-OF-FILE
       PERFORM 3000-FINALIZE
       PERFORM 8000-LOG-RUN-CONTROL
       STOP RUN.

   1000-INITIALIZE.
       OPEN INPUT ORPHAN-IN-FILE
       MOVE WS-ORPHIN-STATUS TO WS-CHECK-STATUS
       MOVE "ORPHIN" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       OPEN OUTPUT RESUBMIT-FILE
       MOVE WS-RESUBOUT-STATUS TO WS-CHECK-STATUS
       MOVE "RESUBOUT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       OPEN OUTPUT DESK-RPT-FILE
       MOVE WS-ORPHRPT-STATUS TO WS-CHECK-STATUS
       MOVE "ORPHRPT" TO WS-CHECK-NAME
       PERFORM 1010-VERIFY-OPEN
       MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
       MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
       PERFORM 1100-LOAD-CARDS
       PERFORM 1200-WRITE-RESUBMIT-HEADER
       PERFORM 1300-WRITE-REPORT-HEADING
       PERFORM 2900-READ-ORPHAN.

   1010-VERIFY-OPEN.
       IF WS-CHECK-STATUS NOT = "00" THEN
           DISPLAY "ORPHRCYC: OPEN FAILED FOR " WS-CHECK-NAME
               " - FILE STATUS " WS-CHECK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.

   1100-LOAD-CARDS.
      *> ORPCARDS is optional: on a night the desk decides
      *> nothing, every orphan simply goes round again.
       OPEN INPUT CARD-FILE
       EVALUATE WS-ORPCARDS-STATUS
           WHEN "00"
               PERFORM 1110-LOAD-ONE-CARD UNTIL CARD-LOAD-DONE
               CLOSE CARD-FILE
           WHEN "05"
               SET CARD-LOAD-DONE TO TRUE
           WHEN OTHER
               DISPLAY "ORPHRCYC: OPEN FAILED FOR ORPCARDS - "
                   "FILE STATUS " WS-ORPCARDS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

   1110-LOAD-ONE-CARD.
       READ CARD-FILE
           AT END SET CARD-LOAD-DONE TO TRUE
           NOT AT END
               IF ORC-ACTION = "RELEASE" OR ORC-ACTION = "REPAIR"
                       OR ORC-ACTION = "DROP" THEN
                   PERFORM 1120-ADD-CARD
               ELSE
                   ADD 1 TO WS-BAD-CARDS
                   DISPLAY "ORPHRCYC: CARD " ORC-MATCH-ID "/"
                       ORC-MATCH-AMOUNT " ACTION '" ORC-ACTION
                       "' IS NOT RELEASE, REPAIR OR DROP - IGNORED"
               END-IF
       END-READ.

   1120-ADD-CARD.
       IF WS-CARD-COUNT >= WS-CARD-MAX THEN
           DISPLAY "ORPHRCYC: ORPCARD TABLE FULL AT "
               WS-CARD-MAX " ENTRIES"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       ADD 1 TO WS-CARD-COUNT
       MOVE ORC-ACTION TO WS-CARD-ACTION (WS-CARD-COUNT)
       MOVE ORC-MATCH-ID TO WS-CARD-MATCH-ID (WS-CARD-COUNT)
       MOVE ORC-MATCH-AMOUNT TO WS-CARD-MATCH-AMOUNT (WS-CARD-COUNT)
       MOVE ORC-NEW-ID TO WS-CARD-NEW-ID (WS-CARD-COUNT)
       MOVE ORC-NEW-AMOUNT TO WS-CARD-NEW-AMOUNT (WS-CARD-COUNT)
       MOVE "N" TO WS-CARD-USED-FLAG (WS-CARD-COUNT).

   1200-WRITE-RESUBMIT-HEADER.
       MOVE SPACES TO RESUBMIT-RECORD
       MOVE "H" TO TRAN-REC-TYPE
       MOVE "ORPHRCYC" TO TRAN-HDR-SOURCE
       MOVE WS-RUN-DATE TO TRAN-HDR-BUS-DATE
       WRITE RESUBMIT-RECORD.

   1300-WRITE-REPORT-HEADING.
       MOVE SPACES TO DESK-RPT-RECORD
       STRING "=== ORPHAN CREDIT REVIEW " DELIMITED BY SIZE
              WS-RUN-DATE DELIMITED BY SIZE
              " ===" DELIMITED BY SIZE
           INTO DESK-RPT-RECORD
       END-STRING
       WRITE DESK-RPT-RECORD
       MOVE SPACES TO DESK-RPT-RECORD
       STRING "ITEM-ID    AMOUNT     CUR REASON               "
                  DELIMITED BY SIZE
              "ORIGINAL   ORIG DATE ACTION" DELIMITED BY SIZE
           INTO DESK-RPT-RECORD
       END-STRING
       WRITE DESK-RPT-RECORD.

   2000-PROCESS-ORPHAN.
       ADD 1 TO WS-ORP-READ-COUNT
       MOVE ORP-TRAN-ID TO WS-WORK-ID
      *> Raw bytes of the signed amount, exactly as it appears on
      *> the orphan file, so the card matches what the desk sees.
       MOVE ORPHAN-IN-RECORD(11:10) TO WS-WORK-AMOUNT
       MOVE SPACES TO WS-ACTION
       PERFORM 2100-FIND-DECISION-CARD
       IF ORP-RECYCLE-COUNT NUMERIC THEN
           COMPUTE WS-NEW-COUNT = ORP-RECYCLE-COUNT + 1
       ELSE
           MOVE 1 TO WS-NEW-COUNT
       END-IF
       EVALUATE WS-ACTION
           WHEN "RELEASE"
               ADD 1 TO WS-RELEASED-COUNT
               MOVE "O" TO WS-FORCE-BYTE
               MOVE "RELEASED" TO WS-ACTION-TEXT
               PERFORM 2200-WRITE-RESUBMIT
           WHEN "REPAIR"
               ADD 1 TO WS-REPAIRED-COUNT
               MOVE SPACE TO WS-FORCE-BYTE
               MOVE "REPAIRED" TO WS-ACTION-TEXT
               PERFORM 2200-WRITE-RESUBMIT
           WHEN "DROP"
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "DROPPED" TO WS-ACTION-TEXT
           WHEN OTHER
               IF WS-NEW-COUNT > WS-RECYCLE-LIMIT THEN
                   ADD 1 TO WS-AGED-COUNT
                   MOVE "AGED OUT" TO WS-ACTION-TEXT
               ELSE
                   MOVE SPACE TO WS-FORCE-BYTE
                   MOVE "RESUBMIT" TO WS-ACTION-TEXT
                   PERFORM 2200-WRITE-RESUBMIT
               END-IF
       END-EVALUATE
       PERFORM 2300-WRITE-REPORT-LINE
       PERFORM 2900-READ-ORPHAN.

   2100-FIND-DECISION-CARD.
       SET CARD-IDX TO 1
       SEARCH WS-CARD-ENTRY
           AT END CONTINUE
           WHEN CARD-IDX > WS-CARD-COUNT
               CONTINUE
           WHEN WS-CARD-MATCH-ID (CARD-IDX) = ORP-TRAN-ID
                   AND WS-CARD-MATCH-AMOUNT (CARD-IDX)
                       = WS-WORK-AMOUNT
               MOVE "Y" TO WS-CARD-USED-FLAG (CARD-IDX)
               MOVE WS-CARD-ACTION (CARD-IDX) TO WS-ACTION
               IF WS-ACTION = "REPAIR" THEN
                   IF WS-CARD-NEW-ID (CARD-IDX) NOT = SPACES THEN
                       MOVE WS-CARD-NEW-ID (CARD-IDX) TO WS-WORK-ID
                   END-IF
                   IF WS-CARD-NEW-AMOUNT (CARD-IDX) NOT = SPACES THEN
                       MOVE WS-CARD-NEW-AMOUNT (CARD-IDX)
                           TO WS-WORK-AMOUNT
                   END-IF
               END-IF
               DISPLAY "ORPHRCYC: " WS-ACTION " " ORP-TRAN-ID "/"
                   ORPHAN-IN-RECORD(11:10) " AS " WS-WORK-ID "/"
                   WS-WORK-AMOUNT
       END-SEARCH.

   2200-WRITE-RESUBMIT.
       ADD 1 TO WS-RESUBMIT-COUNT
       MOVE SPACES TO RESUBMIT-RECORD
       MOVE "D" TO TRAN-REC-TYPE
       MOVE WS-WORK-ID TO VAR2
       MOVE WS-WORK-AMOUNT TO TRAN-DETAIL-BODY(11:10)
       MOVE WS-NEW-COUNT TO TRAN-RECYCLE-COUNT
       IF ORP-FIRST-DATE = SPACES THEN
           MOVE ORP-RUN-DATE TO TRAN-ORIG-REJECT-DATE
       ELSE
           MOVE ORP-FIRST-DATE TO TRAN-ORIG-REJECT-DATE
       END-IF
      *> Keep the branch that originally sent the item - FEEDMRG
      *> leaves a pre-stamped source code alone - and the currency
      *> it was stated in, so the resubmission converts again.
       MOVE ORP-SOURCE-CODE TO TRAN-SOURCE-CODE
       MOVE ORP-CURRENCY TO TRAN-CURRENCY-CODE
       MOVE WS-FORCE-BYTE TO TRAN-FORCE-POST
       IF VAR1 NUMERIC THEN
           ADD VAR1 TO WS-HASH-TOTAL
       END-IF
       WRITE RESUBMIT-RECORD.

   2300-WRITE-REPORT-LINE.
       MOVE ORP-ORIG-AMOUNT TO WS-ORIG-EDIT
       MOVE SPACES TO DESK-RPT-RECORD
       STRING ORP-TRAN-ID DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ORPHAN-IN-RECORD(11:10) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ORP-CURRENCY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ORP-REASON-CODE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-ORIG-EDIT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              ORP-ORIG-DATE DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-ACTION-TEXT DELIMITED BY SIZE
           INTO DESK-RPT-RECORD
       END-STRING
       WRITE DESK-RPT-RECORD.

   2900-READ-ORPHAN.
       READ ORPHAN-IN-FILE
           AT END SET ORP-END-OF-FILE TO TRUE
       END-READ.

   3000-FINALIZE.
       PERFORM 3100-WRITE-RESUBMIT-TRAILER
       PERFORM 3200-CHECK-ONE-CARD
           VARYING WS-CARD-SUB FROM 1 BY 1
           UNTIL WS-CARD-SUB > WS-CARD-COUNT
       PERFORM 3300-WRITE-REPORT-TOTALS
       CLOSE ORPHAN-IN-FILE
       CLOSE RESUBMIT-FILE
       CLOSE DESK-RPT-FILE
       IF WS-UNMATCHED-CARDS > 0 OR WS-BAD-CARDS > 0 THEN
           IF RETURN-CODE < 8 THEN
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF
       DISPLAY "ORPHRCYC: ORPHANS READ " WS-ORP-READ-COUNT
           " RESUBMITTED " WS-RESUBMIT-COUNT
           " DROPPED " WS-DROPPED-COUNT
           " AGED OUT " WS-AGED-COUNT
           " CARDS UNMATCHED " WS-UNMATCHED-CARDS.

   3100-WRITE-RESUBMIT-TRAILER.
       MOVE SPACES TO RESUBMIT-RECORD
       MOVE "T" TO TRAN-REC-TYPE
       MOVE WS-RESUBMIT-COUNT TO TRAN-TRL-RECORD-COUNT
       MOVE WS-HASH-TOTAL TO TRAN-TRL-HASH-TOTAL
       WRITE RESUBMIT-RECORD.

   3200-CHECK-ONE-CARD.
       IF WS-CARD-USED-FLAG (WS-CARD-SUB) = "N" THEN
           ADD 1 TO WS-UNMATCHED-CARDS
           DISPLAY "ORPHRCYC: CARD " WS-CARD-MATCH-ID (WS-CARD-SUB)
               "/" WS-CARD-MATCH-AMOUNT (WS-CARD-SUB)
               " MATCHED NO ORPHAN - CHECK THE KEYING"
       END-IF.

   3300-WRITE-REPORT-TOTALS.
       MOVE SPACES TO DESK-RPT-RECORD
       WRITE DESK-RPT-RECORD

       MOVE WS-ORP-READ-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO DESK-RPT-RECORD
       STRING "Orphan credits read  . . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO DESK-RPT-RECORD
       END-STRING
       WRITE DESK-RPT-RECORD

       MOVE WS-RELEASED-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO DESK-RPT-RECORD
       STRING "Released to post . . . . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO DESK-RPT-RECORD
       END-STRING
       WRITE DESK-RPT-RECORD

       MOVE WS-REPAIRED-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO DESK-RPT-RECORD
       STRING "Repaired and resubmitted . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO DESK-RPT-RECORD
       END-STRING
       WRITE DESK-RPT-RECORD

       SUBTRACT WS-RELEASED-COUNT WS-REPAIRED-COUNT
           FROM WS-RESUBMIT-COUNT GIVING WS-SUMMARY-NUM
       MOVE SPACES TO DESK-RPT-RECORD
       STRING "Resubmitted to match again . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO DESK-RPT-RECORD
       END-STRING
       WRITE DESK-RPT-RECORD

       MOVE WS-DROPPED-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO DESK-RPT-RECORD
       STRING "Dropped by desk  . . . . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO DESK-RPT-RECORD
       END-STRING
       WRITE DESK-RPT-RECORD

       MOVE WS-AGED-COUNT TO WS-SUMMARY-NUM
       MOVE SPACES TO DESK-RPT-RECORD
       STRING "Aged out - refer to branch . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO DESK-RPT-RECORD
       END-STRING
       WRITE DESK-RPT-RECORD

       ADD WS-UNMATCHED-CARDS WS-BAD-CARDS GIVING WS-SUMMARY-NUM
       MOVE SPACES TO DESK-RPT-RECORD
       STRING "Cards not applied  . . . . . : " DELIMITED BY SIZE
              WS-SUMMARY-NUM DELIMITED BY SIZE
           INTO DESK-RPT-RECORD
       END-STRING
       WRITE DESK-RPT-RECORD.

   8000-LOG-RUN-CONTROL.
      *> One row on the shared run-control log for OPSSTAT.
      *> Status 05 is the very first run creating the log.
       OPEN EXTEND RUN-CONTROL-FILE
       IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "05" THEN
           DISPLAY "ORPHRCYC: OPEN FAILED FOR RUNCTL - "
               "FILE STATUS " WS-RUNCTL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-END-TIMESTAMP
       MOVE SPACES TO RUN-CONTROL-RECORD
       MOVE WS-RUN-DATE TO RCL-BUS-DATE
       MOVE "ORPHRCYC" TO RCL-PROGRAM
       MOVE WS-RUN-TIMESTAMP(1:14) TO RCL-START-STAMP
       MOVE WS-END-TIMESTAMP(1:14) TO RCL-END-STAMP
       MOVE RETURN-CODE TO RCL-RETURN-CODE
       MOVE WS-ORP-READ-COUNT TO RCL-IN-COUNT
       MOVE WS-RESUBMIT-COUNT TO RCL-OUT-COUNT
       MOVE WS-AGED-COUNT TO RCL-EXCEPTION-COUNT
       MOVE WS-HASH-TOTAL TO RCL-AMOUNT
       MOVE 1 TO RCL-RUN-SEQ
       WRITE RUN-CONTROL-RECORD
       CLOSE RUN-CONTROL-FILE.
