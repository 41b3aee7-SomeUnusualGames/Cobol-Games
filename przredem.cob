      * Prize redemption desk. Totals a player's banked DODGER "$"
      * points across the live high-score file and the month-end
      * history, subtracts what the ledger says they have already
      * spent or had expired at month-end, nets in any operator
      * adjustments either way, and lets them exchange the balance
      * for catalog prizes. Every redemption decrements the stock
      * on hand and appends one ledger record. Points from a run
      * the replay audit has not yet verified, or has put on hold,
      * are shown but cannot be spent until the run is verified or
      * an operator clears it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIZE-LDG-FILE ASSIGN TO "PRIZLDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS LDG-FILE-STATUS.
           SELECT RUN-AUDIT-FILE ASSIGN TO "RUNAUD"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY RAU-KEY
               FILE STATUS RAU-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PLAYER-FILE.
       FD PRIZE-LDG-FILE.
       01 PRIZE-LDG-RECORD.
           COPY PRIZLDG.
       FD RUN-AUDIT-FILE.
       01 RUN-AUDIT-RECORD.
           COPY RUNAUD.
       WORKING-STORAGE SECTION.
       01 PLR-FILE-STATUS PIC XX VALUE ZERO.
       01 HS-FILE-STATUS PIC XX VALUE ZERO.
       01 HH-FILE-STATUS PIC XX VALUE ZERO.
       01 CAT-FILE-STATUS PIC XX VALUE ZERO.
       01 LDG-FILE-STATUS PIC XX VALUE ZERO.
       01 RAU-FILE-STATUS PIC XX VALUE ZERO.
       01 AUDIT-OPEN-SWITCH PIC 9 VALUE ZERO.
           88 AUDIT-IS-OPEN VALUE 1.
       01 RUN-HELD-SWITCH PIC 9 VALUE ZERO.
           88 RUN-IS-HELD VALUE 1.
       01 RUN-SOURCE-SWITCH PIC 9 VALUE ZERO.
           88 RUN-ON-HISTORY VALUE 1.
       01 PLAYER-ID-ANSWER PIC X(8) VALUE SPACES.
       01 CODE-ANSWER PIC X(4) VALUE SPACES.
       01 KEEP-REDEEMING PIC 9 VALUE 1.
           05 POINTS-EARNED PIC 9(7) VALUE ZERO.
           05 POINTS-SPENT PIC 9(7) VALUE ZERO.
           05 POINTS-BALANCE PIC S9(7) VALUE ZERO.
           05 POINTS-HELD PIC 9(7) VALUE ZERO.
           05 POINTS-EXPIRED PIC 9(7) VALUE ZERO.
           05 POINTS-ADJ-ADDED PIC 9(7) VALUE ZERO.
           05 POINTS-ADJ-DEDUCTED PIC 9(7) VALUE ZERO.
           05 POINTS-ADJUSTED PIC S9(7) VALUE ZERO.
       01 LEDGER-OK-SWITCH PIC 9 VALUE ZERO.
           88 LEDGER-WRITTEN VALUE 1.
       PROCEDURE DIVISION.
           PERFORM CHECK-PLAYER
           PERFORM SUM-EARNED-POINTS
           PERFORM SUM-SPENT-POINTS
           COMPUTE POINTS-ADJUSTED = POINTS-ADJ-ADDED
               - POINTS-ADJ-DEDUCTED
           COMPUTE POINTS-BALANCE = POINTS-EARNED - POINTS-SPENT
               - POINTS-EXPIRED + POINTS-ADJUSTED
           DISPLAY "Points earned: " POINTS-EARNED
           DISPLAY "Points spent:  " POINTS-SPENT
           DISPLAY "Points expired:" POINTS-EXPIRED
           IF POINTS-ADJUSTED NOT EQUAL ZERO THEN
               DISPLAY "Adjustments:   " POINTS-ADJUSTED
           END-IF
           DISPLAY "Balance:       " POINTS-BALANCE
           IF POINTS-HELD GREATER THAN ZERO THEN
               DISPLAY "Points held:   " POINTS-HELD
                   " (runs awaiting replay audit or clearance)"
           END-IF
           OPEN I-O PRIZE-CAT-FILE
           IF CAT-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No prize catalog available."

      * Banked points live in the high-score records - both the
      * live file and the month-end history, so a purge never
      * takes a player's balance with it. A run the replay audit
      * has not yet verified, or is holding, counts as held, not
      * earned, until it passes or is cleared.
       SUM-EARNED-POINTS.
           OPEN INPUT RUN-AUDIT-FILE
           IF RAU-FILE-STATUS EQUAL "00" THEN
               MOVE 1 TO AUDIT-OPEN-SWITCH
           END-IF
           OPEN INPUT DODGER-HS-FILE
           IF HS-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-NEXT-SCORE
               PERFORM UNTIL HS-AT-END
                   IF HS-PLAYER-ID EQUAL PLAYER-ID-ANSWER THEN
                       MOVE HS-KEY TO RAU-KEY
                       MOVE ZERO TO RUN-SOURCE-SWITCH
                       PERFORM CHECK-RUN-HELD
                       IF RUN-IS-HELD THEN
                           ADD HS-PENALTY-POINTS TO POINTS-HELD
                       ELSE
                           ADD HS-PENALTY-POINTS TO POINTS-EARNED
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-SCORE
               END-PERFORM
               PERFORM READ-NEXT-HISTORY
               PERFORM UNTIL HH-AT-END
                   IF HHS-PLAYER-ID EQUAL PLAYER-ID-ANSWER THEN
                       MOVE HHS-KEY TO RAU-KEY
                       MOVE 1 TO RUN-SOURCE-SWITCH
                       PERFORM CHECK-RUN-HELD
                       IF RUN-IS-HELD THEN
                           ADD HHS-PENALTY-POINTS TO POINTS-HELD
                       ELSE
                           ADD HHS-PENALTY-POINTS TO POINTS-EARNED
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-HISTORY
               END-PERFORM
               CLOSE DODGER-HH-FILE
           END-IF
           IF AUDIT-IS-OPEN THEN
               CLOSE RUN-AUDIT-FILE
           END-IF.

      * One rule for every program that pays out, adjusts, expires
      * or erases banked points. A run on the live high-score file
      * is held until the replay audit has verified it or an
      * operator has cleared it; with no audit record it has simply
      * not been audited yet, and RPLAUDIT will reach it. A run on
      * the history file with no audit record was archived before
      * the audit could see it - RPLAUDIT only scans the live file -
      * so there only an explicit hold holds.
       CHECK-RUN-HELD.
           MOVE ZERO TO RUN-HELD-SWITCH
           IF NOT AUDIT-IS-OPEN THEN
               IF NOT RUN-ON-HISTORY THEN
                   MOVE 1 TO RUN-HELD-SWITCH
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ RUN-AUDIT-FILE
               INVALID KEY
                   IF NOT RUN-ON-HISTORY THEN
                       MOVE 1 TO RUN-HELD-SWITCH
                   END-IF
               NOT INVALID KEY
                   IF NOT RAU-VERIFIED AND NOT RAU-CLEARED THEN
                       MOVE 1 TO RUN-HELD-SWITCH
                   END-IF
           END-READ.

       READ-NEXT-SCORE.
           READ DODGER-HS-FILE NEXT RECORD
               AT END MOVE 1 TO HS-EOF-SWITCH
           PERFORM READ-LEDGER-RECORD
           PERFORM UNTIL LDG-AT-END
               IF LDG-PLAYER-ID EQUAL PLAYER-ID-ANSWER THEN
                   EVALUATE TRUE
                       WHEN LDG-EXPIRY
                           ADD LDG-POINTS-SPENT TO POINTS-EXPIRED
                       WHEN LDG-ADJUST-ADD
                           ADD LDG-POINTS-SPENT TO POINTS-ADJ-ADDED
                       WHEN LDG-ADJUST-DEDUCT
                           ADD LDG-POINTS-SPENT TO POINTS-ADJ-DEDUCTED
                       WHEN OTHER
                           ADD LDG-POINTS-SPENT TO POINTS-SPENT
                   END-EVALUATE
               END-IF
               PERFORM READ-LEDGER-RECORD
           END-PERFORM
           MOVE PLAYER-ID-ANSWER TO LDG-PLAYER-ID
           MOVE PRZ-CODE TO LDG-PRIZE-CODE
           MOVE PRZ-COST TO LDG-POINTS-SPENT
           MOVE "R" TO LDG-TYPE
           MOVE SPACES TO LDG-REFERENCE
           MOVE SPACES TO LDG-REASON-CODE
           MOVE SPACES TO LDG-OPERATOR-ID
           MOVE SPACES TO LDG-SUPERVISOR-ID
           WRITE PRIZE-LDG-RECORD
           IF LDG-FILE-STATUS EQUAL "00" THEN
               MOVE 1 TO LEDGER-OK-SWITCH
