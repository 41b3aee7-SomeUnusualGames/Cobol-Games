       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJDESK.
       AUTHOR. SomeUnusualGames
      * Operator adjustment desk. When a cabinet freezes mid-run or
      * a player is owed goodwill the fix is posted here, not made
      * by hand on the masters. A credit adjustment adds credits to
      * or takes them off the player's balance on PLRCRED and logs
      * a matching "A" or "D" record on CREDLOG; a "$"-point
      * adjustment appends an "A" or "D" record to the prize ledger,
      * which every point balance nets in. Each adjustment quotes an
      * active reason from the reason master that applies to what is
      * being adjusted and carries the ID of the operator signed on
      * at the desk. Anything over the limits on the sign-off
      * parameter file (default ten credits or five hundred points)
      * is not posted until a supervisor, someone other than the
      * operator, enters their ID against it. Nothing is taken off
      * beyond what the player has - credits below zero or points
      * the player has not got to spend. ADJRPT lists the day's
      * postings by reason and operator.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PLR-ID
               FILE STATUS PLR-FILE-STATUS.
           SELECT PLAYER-CRED-FILE ASSIGN TO "PLRCRED"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CRD-PLAYER-ID
               FILE STATUS CRD-FILE-STATUS.
           SELECT CRED-LOG-FILE ASSIGN TO "CREDLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CLG-FILE-STATUS.
           SELECT ADJ-REASON-FILE ASSIGN TO "ADJRSN"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY RSN-CODE
               FILE STATUS RSN-FILE-STATUS.
           SELECT ADJ-PRM-FILE ASSIGN TO "ADJPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS APM-FILE-STATUS.
           SELECT DODGER-HS-FILE ASSIGN TO "DODGEHS"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HS-KEY
               FILE STATUS HS-FILE-STATUS.
           SELECT DODGER-HH-FILE ASSIGN TO "DODGEHHS"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HHS-KEY
               FILE STATUS HH-FILE-STATUS.
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
       01 PLAYER-RECORD.
           COPY PLAYERS.
       FD PLAYER-CRED-FILE.
       01 PLAYER-CRED-RECORD.
           COPY PLRCRED.
       FD CRED-LOG-FILE.
       01 CRED-LOG-RECORD.
           COPY CREDLOG.
       FD ADJ-REASON-FILE.
       01 ADJ-REASON-RECORD.
           COPY ADJRSN.
       FD ADJ-PRM-FILE.
       01 ADJ-PRM-RECORD.
           COPY ADJPRM.
       FD DODGER-HS-FILE.
       01 DODGER-HS-RECORD.
           COPY DODGEHS.
       FD DODGER-HH-FILE.
       01 DODGER-HH-RECORD.
           COPY DODGEHS REPLACING LEADING ==HS-== BY ==HHS-==.
       FD PRIZE-LDG-FILE.
       01 PRIZE-LDG-RECORD.
           COPY PRIZLDG.
       FD RUN-AUDIT-FILE.
       01 RUN-AUDIT-RECORD.
           COPY RUNAUD.
       WORKING-STORAGE SECTION.
       01 PLR-FILE-STATUS PIC XX VALUE ZERO.
       01 CRD-FILE-STATUS PIC XX VALUE ZERO.
       01 CLG-FILE-STATUS PIC XX VALUE ZERO.
       01 RSN-FILE-STATUS PIC XX VALUE ZERO.
       01 APM-FILE-STATUS PIC XX VALUE ZERO.
       01 HS-FILE-STATUS PIC XX VALUE ZERO.
       01 HH-FILE-STATUS PIC XX VALUE ZERO.
       01 LDG-FILE-STATUS PIC XX VALUE ZERO.
       01 RAU-FILE-STATUS PIC XX VALUE ZERO.
       01 HS-EOF-SWITCH PIC 9 VALUE ZERO.
           88 HS-AT-END VALUE 1.
       01 HH-EOF-SWITCH PIC 9 VALUE ZERO.
           88 HH-AT-END VALUE 1.
       01 LDG-EOF-SWITCH PIC 9 VALUE ZERO.
           88 LDG-AT-END VALUE 1.
       01 AUDIT-OPEN-SWITCH PIC 9 VALUE ZERO.
           88 AUDIT-IS-OPEN VALUE 1.
       01 RUN-HELD-SWITCH PIC 9 VALUE ZERO.
           88 RUN-IS-HELD VALUE 1.
       01 RUN-SOURCE-SWITCH PIC 9 VALUE ZERO.
           88 RUN-ON-HISTORY VALUE 1.
       01 LEDGER-OK-SWITCH PIC 9 VALUE ZERO.
           88 LEDGER-OK VALUE 1.
       01 LEDGER-WRITE-STATUS PIC XX VALUE SPACES.
       01 CREDIT-LOG-OK-SWITCH PIC 9 VALUE ZERO.
           88 CREDIT-LOG-OK VALUE 1.
       01 CREDIT-LOG-STATUS PIC XX VALUE SPACES.
       01 SIGN-OFF-LIMITS.
           05 CREDIT-LIMIT PIC 9(3) VALUE 10.
           05 POINTS-LIMIT PIC 9(5) VALUE 500.
       01 KEEP-RUNNING PIC 9 VALUE 1.
       01 MENU-ANSWER PIC X VALUE SPACE.
       01 OPERATOR-ID PIC X(8) VALUE SPACES.
       01 ID-ANSWER PIC X(8) VALUE SPACES.
       01 DIRECTION-ANSWER PIC X VALUE SPACE.
           88 ADJUST-ADD VALUE "+".
           88 ADJUST-DEDUCT VALUE "-".
       01 QTY-ANSWER PIC X(5) VALUE SPACES.
       01 ADJUST-QTY PIC 9(5) VALUE ZERO.
       01 REASON-ANSWER PIC X(4) VALUE SPACES.
       01 SUPERVISOR-ANSWER PIC X(8) VALUE SPACES.
       01 CONFIRM-ANSWER PIC X VALUE SPACE.
       01 PLAYER-GOOD-SWITCH PIC 9 VALUE ZERO.
           88 PLAYER-GOOD VALUE 1.
       01 REASON-GOOD-SWITCH PIC 9 VALUE ZERO.
           88 REASON-GOOD VALUE 1.
       01 SIGNED-OFF-SWITCH PIC 9 VALUE ZERO.
           88 SIGNED-OFF VALUE 1.
       01 ADJUST-KIND PIC X VALUE SPACE.
           88 ADJUSTING-CREDITS VALUE "C".
           88 ADJUSTING-POINTS VALUE "P".
       01 POINT-TOTALS.
           05 POINTS-EARNED PIC 9(7) VALUE ZERO.
           05 POINTS-SPENT PIC 9(7) VALUE ZERO.
           05 POINTS-ADDED PIC 9(7) VALUE ZERO.
           05 POINTS-BALANCE PIC S9(7) VALUE ZERO.
       01 BALANCE-DISPLAY PIC -(6)9.
       01 JUSTIFY-WORK PIC X(5) VALUE SPACES.
       01 JUSTIFY-HOLD PIC X(5) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT ADJ-REASON-FILE
           IF RSN-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No adjustment reasons on file - set them up "
                   "with ADJRSNMT first."
               STOP RUN
           END-IF
           OPEN I-O PLAYER-CRED-FILE
           IF CRD-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT PLAYER-CRED-FILE
               CLOSE PLAYER-CRED-FILE
               OPEN I-O PLAYER-CRED-FILE
           END-IF
           IF CRD-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "Cannot open credit master, status "
                   CRD-FILE-STATUS
               CLOSE ADJ-REASON-FILE
               STOP RUN
           END-IF
           PERFORM READ-SIGN-OFF-LIMITS
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT OPERATOR-ID
           MOVE FUNCTION UPPER-CASE(OPERATOR-ID) TO OPERATOR-ID
           IF OPERATOR-ID EQUAL SPACES THEN
               DISPLAY "An operator ID is required."
               MOVE ZERO TO KEEP-RUNNING
           END-IF
           PERFORM UNTIL KEEP-RUNNING EQUAL ZERO
               DISPLAY " "
               DISPLAY "==== ADJUSTMENT DESK ===="
               DISPLAY "  Operator: " OPERATOR-ID
                   "  sign-off over " CREDIT-LIMIT " credits / "
                   POINTS-LIMIT " points"
               DISPLAY "  C - adjust play credits"
               DISPLAY "  P - adjust $ points"
               DISPLAY "  Q - quit"
               DISPLAY "Option: " WITH NO ADVANCING
               ACCEPT MENU-ANSWER
               EVALUATE FUNCTION LOWER-CASE(MENU-ANSWER)
                   WHEN "c" PERFORM ADJUST-CREDITS
                   WHEN "p" PERFORM ADJUST-POINTS
                   WHEN "q" MOVE ZERO TO KEEP-RUNNING
               END-EVALUATE
           END-PERFORM
           CLOSE PLAYER-CRED-FILE
           CLOSE ADJ-REASON-FILE.
       STOP RUN.

      * No parameter file, or a field left blank, keeps the house
      * default for that limit.
       READ-SIGN-OFF-LIMITS.
           OPEN INPUT ADJ-PRM-FILE
           IF APM-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           READ ADJ-PRM-FILE
               NOT AT END
                   IF APM-CREDIT-LIMIT IS NUMERIC THEN
                       MOVE APM-CREDIT-LIMIT TO CREDIT-LIMIT
                   END-IF
                   IF APM-POINTS-LIMIT IS NUMERIC THEN
                       MOVE APM-POINTS-LIMIT TO POINTS-LIMIT
                   END-IF
           END-READ
           CLOSE ADJ-PRM-FILE.

       ADJUST-CREDITS.
           MOVE "C" TO ADJUST-KIND
           PERFORM GET-PLAYER-ID
           IF NOT PLAYER-GOOD THEN
               EXIT PARAGRAPH
           END-IF
           MOVE ID-ANSWER TO CRD-PLAYER-ID
           READ PLAYER-CRED-FILE
               INVALID KEY
                   MOVE ID-ANSWER TO CRD-PLAYER-ID
                   MOVE ZERO TO CRD-BALANCE CRD-SOLD-TOTAL
                       CRD-USED-TOTAL
           END-READ
           DISPLAY "Credit balance: " CRD-BALANCE
           PERFORM GET-ADJUSTMENT
           IF ADJUST-QTY EQUAL ZERO THEN
               EXIT PARAGRAPH
           END-IF
           IF ADJUST-QTY GREATER THAN 999 THEN
               DISPLAY "A credit adjustment is at most 999 credits."
               EXIT PARAGRAPH
           END-IF
           IF ADJUST-DEDUCT
                   AND ADJUST-QTY GREATER THAN CRD-BALANCE THEN
               DISPLAY "Cannot take off more than the balance of "
                   CRD-BALANCE
               EXIT PARAGRAPH
           END-IF
           IF ADJUST-ADD
                   AND CRD-BALANCE + ADJUST-QTY GREATER THAN 99999 THEN
               DISPLAY "The balance cannot go over 99999 credits."
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-REASON
           IF NOT REASON-GOOD THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SIGN-OFF
           IF NOT SIGNED-OFF THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM CONFIRM-ADJUSTMENT
           IF FUNCTION LOWER-CASE(CONFIRM-ANSWER) NOT EQUAL "y" THEN
               DISPLAY "Adjustment not posted."
               EXIT PARAGRAPH
           END-IF
      * The log record is written first: without it the adjustment
      * has no reason, operator or supervisor on record and ADJRPT
      * and GLEXTR never see it, so no log means nothing posted.
           PERFORM WRITE-CREDIT-ADJUSTMENT
           IF NOT CREDIT-LOG-OK THEN
               DISPLAY "Adjustment not posted, status "
                   CREDIT-LOG-STATUS
               EXIT PARAGRAPH
           END-IF
      * Read again for update - the record may be new.
           MOVE ID-ANSWER TO CRD-PLAYER-ID
           READ PLAYER-CRED-FILE
               INVALID KEY
                   MOVE ID-ANSWER TO CRD-PLAYER-ID
                   MOVE ADJUST-QTY TO CRD-BALANCE
                   MOVE ZERO TO CRD-SOLD-TOTAL CRD-USED-TOTAL
                   WRITE PLAYER-CRED-RECORD
               NOT INVALID KEY
                   IF ADJUST-ADD THEN
                       ADD ADJUST-QTY TO CRD-BALANCE
                   ELSE
                       SUBTRACT ADJUST-QTY FROM CRD-BALANCE
                   END-IF
                   REWRITE PLAYER-CRED-RECORD
           END-READ
           IF CRD-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "Adjustment logged but balance not updated, "
                   "status " CRD-FILE-STATUS
                   " - post the reverse adjustment to cancel it."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Credits adjusted for " ID-ANSWER
               ". New balance: " CRD-BALANCE.

       ADJUST-POINTS.
           MOVE "P" TO ADJUST-KIND
           PERFORM GET-PLAYER-ID
           IF NOT PLAYER-GOOD THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-POINT-BALANCE
           MOVE POINTS-BALANCE TO BALANCE-DISPLAY
           DISPLAY "Spendable $ points: " BALANCE-DISPLAY
           PERFORM GET-ADJUSTMENT
           IF ADJUST-QTY EQUAL ZERO THEN
               EXIT PARAGRAPH
           END-IF
           IF ADJUST-DEDUCT
                   AND ADJUST-QTY GREATER THAN POINTS-BALANCE THEN
               DISPLAY "Cannot take off more than the spendable "
                   "balance."
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-REASON
           IF NOT REASON-GOOD THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SIGN-OFF
           IF NOT SIGNED-OFF THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM CONFIRM-ADJUSTMENT
           IF FUNCTION LOWER-CASE(CONFIRM-ANSWER) NOT EQUAL "y" THEN
               DISPLAY "Adjustment not posted."
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-POINTS-ADJUSTMENT
           IF NOT LEDGER-OK THEN
               DISPLAY "Adjustment not posted, status "
                   LEDGER-WRITE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF ADJUST-ADD THEN
               ADD ADJUST-QTY TO POINTS-BALANCE
           ELSE
               SUBTRACT ADJUST-QTY FROM POINTS-BALANCE
           END-IF
           MOVE POINTS-BALANCE TO BALANCE-DISPLAY
           DISPLAY "Points adjusted for " ID-ANSWER
               ". New balance: " BALANCE-DISPLAY.

       GET-PLAYER-ID.
           MOVE ZERO TO PLAYER-GOOD-SWITCH
           DISPLAY "Player ID: " WITH NO ADVANCING
           ACCEPT ID-ANSWER
           MOVE FUNCTION UPPER-CASE(ID-ANSWER) TO ID-ANSWER
           IF ID-ANSWER EQUAL SPACES THEN
               DISPLAY "A registered player ID is required."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PLAYER-FILE
           IF PLR-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No player master available."
               EXIT PARAGRAPH
           END-IF
           MOVE ID-ANSWER TO PLR-ID
           READ PLAYER-FILE
               INVALID KEY
                   DISPLAY "Unknown player ID " ID-ANSWER
               NOT INVALID KEY
                   IF PLR-ACTIVE THEN
                       MOVE 1 TO PLAYER-GOOD-SWITCH
                       DISPLAY "Adjusting for " PLR-NAME
                   ELSE
                       DISPLAY "Player " ID-ANSWER
                           " is deactivated."
                   END-IF
           END-READ
           CLOSE PLAYER-FILE.

      * "+" gives to the player, "-" takes off. A quantity that is
      * blank, zero or not a number leaves ADJUST-QTY at zero and
      * the caller drops the adjustment.
       GET-ADJUSTMENT.
           MOVE ZERO TO ADJUST-QTY
           DISPLAY "Add (+) or take off (-): " WITH NO ADVANCING
           ACCEPT DIRECTION-ANSWER
           IF NOT ADJUST-ADD AND NOT ADJUST-DEDUCT THEN
               DISPLAY "Answer + or -."
               EXIT PARAGRAPH
           END-IF
           IF ADJUSTING-CREDITS THEN
               DISPLAY "Credits: " WITH NO ADVANCING
           ELSE
               DISPLAY "$ points: " WITH NO ADVANCING
           END-IF
           ACCEPT QTY-ANSWER
           MOVE QTY-ANSWER TO JUSTIFY-WORK
           PERFORM RIGHT-JUSTIFY-AMOUNT
           MOVE JUSTIFY-WORK TO QTY-ANSWER
           IF QTY-ANSWER IS NOT NUMERIC THEN
               DISPLAY "Quantity must be numeric."
               EXIT PARAGRAPH
           END-IF
           MOVE QTY-ANSWER TO ADJUST-QTY
           IF ADJUST-QTY EQUAL ZERO THEN
               DISPLAY "Quantity must not be zero."
           END-IF.

       GET-REASON.
           MOVE ZERO TO REASON-GOOD-SWITCH
           DISPLAY "Reason code: " WITH NO ADVANCING
           ACCEPT REASON-ANSWER
           MOVE FUNCTION UPPER-CASE(REASON-ANSWER) TO REASON-ANSWER
           MOVE REASON-ANSWER TO RSN-CODE
           READ ADJ-REASON-FILE
               INVALID KEY
                   DISPLAY "No such reason: " REASON-ANSWER
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT RSN-ACTIVE
                           DISPLAY "Reason " REASON-ANSWER
                               " is withdrawn."
                       WHEN RSN-FOR-CREDITS AND ADJUSTING-POINTS
                           DISPLAY "Reason " REASON-ANSWER
                               " is for credits only."
                       WHEN RSN-FOR-POINTS AND ADJUSTING-CREDITS
                           DISPLAY "Reason " REASON-ANSWER
                               " is for points only."
                       WHEN OTHER
                           MOVE 1 TO REASON-GOOD-SWITCH
                           DISPLAY "Reason: " RSN-DESC
                   END-EVALUATE
           END-READ.

      * Up to the limit the operator's own ID is enough. Over it a
      * supervisor has to key their ID in at the desk, and it has
      * to be someone else - nobody signs off their own adjustment.
       CHECK-SIGN-OFF.
           MOVE ZERO TO SIGNED-OFF-SWITCH
           MOVE SPACES TO SUPERVISOR-ANSWER
           IF (ADJUSTING-CREDITS
                   AND ADJUST-QTY NOT GREATER THAN CREDIT-LIMIT)
                   OR (ADJUSTING-POINTS
                   AND ADJUST-QTY NOT GREATER THAN POINTS-LIMIT) THEN
               MOVE 1 TO SIGNED-OFF-SWITCH
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Over the sign-off limit - supervisor ID: "
               WITH NO ADVANCING
           ACCEPT SUPERVISOR-ANSWER
           MOVE FUNCTION UPPER-CASE(SUPERVISOR-ANSWER)
               TO SUPERVISOR-ANSWER
           IF SUPERVISOR-ANSWER EQUAL SPACES THEN
               DISPLAY "No supervisor sign-off - not posted."
               EXIT PARAGRAPH
           END-IF
           IF SUPERVISOR-ANSWER EQUAL OPERATOR-ID THEN
               DISPLAY "The supervisor must be someone other than "
                   "the operator - not posted."
               MOVE SPACES TO SUPERVISOR-ANSWER
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO SIGNED-OFF-SWITCH.

       CONFIRM-ADJUSTMENT.
           DISPLAY "Post " DIRECTION-ANSWER ADJUST-QTY
               " for " ID-ANSWER " reason " REASON-ANSWER "? (y/n) "
               WITH NO ADVANCING
           ACCEPT CONFIRM-ANSWER.

       WRITE-CREDIT-ADJUSTMENT.
           MOVE ZERO TO CREDIT-LOG-OK-SWITCH
           OPEN EXTEND CRED-LOG-FILE
           IF CLG-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT CRED-LOG-FILE
           END-IF
           MOVE CLG-FILE-STATUS TO CREDIT-LOG-STATUS
           IF CLG-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO CLG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CLG-TIME
           MOVE ID-ANSWER TO CLG-PLAYER-ID
           IF ADJUST-ADD THEN
               MOVE "A" TO CLG-TYPE
           ELSE
               MOVE "D" TO CLG-TYPE
           END-IF
           MOVE ADJUST-QTY TO CLG-QTY
           MOVE SPACES TO CLG-PROMO-CODE
           MOVE OPERATOR-ID TO CLG-OPERATOR-ID
           MOVE SPACES TO CLG-SHIFT-ID
           MOVE REASON-ANSWER TO CLG-REASON-CODE
           MOVE SUPERVISOR-ANSWER TO CLG-SUPERVISOR-ID
           WRITE CRED-LOG-RECORD
           MOVE CLG-FILE-STATUS TO CREDIT-LOG-STATUS
           IF CLG-FILE-STATUS EQUAL "00" THEN
               MOVE 1 TO CREDIT-LOG-OK-SWITCH
           END-IF
           CLOSE CRED-LOG-FILE.

      * The ledger record is the adjustment - there is no points
      * master to update - so a failed write means nothing posted.
       WRITE-POINTS-ADJUSTMENT.
           MOVE ZERO TO LEDGER-OK-SWITCH
           OPEN EXTEND PRIZE-LDG-FILE
           IF LDG-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT PRIZE-LDG-FILE
           END-IF
           MOVE LDG-FILE-STATUS TO LEDGER-WRITE-STATUS
           IF LDG-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO LDG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO LDG-TIME
           MOVE ID-ANSWER TO LDG-PLAYER-ID
           MOVE SPACES TO LDG-PRIZE-CODE
           MOVE ADJUST-QTY TO LDG-POINTS-SPENT
           IF ADJUST-ADD THEN
               MOVE "A" TO LDG-TYPE
           ELSE
               MOVE "D" TO LDG-TYPE
           END-IF
           MOVE SPACES TO LDG-REFERENCE
           MOVE REASON-ANSWER TO LDG-REASON-CODE
           MOVE OPERATOR-ID TO LDG-OPERATOR-ID
           MOVE SUPERVISOR-ANSWER TO LDG-SUPERVISOR-ID
           WRITE PRIZE-LDG-RECORD
           MOVE LDG-FILE-STATUS TO LEDGER-WRITE-STATUS
           IF LDG-FILE-STATUS EQUAL "00" THEN
               MOVE 1 TO LEDGER-OK-SWITCH
           END-IF
           CLOSE PRIZE-LDG-FILE.

      * The same balance the prize desk works to: banked points on
      * the live and history high-score files, less anything the
      * replay audit has not passed, less redemptions, expiries and
      * earlier deductions, plus points already given by adjustment.
       SUM-POINT-BALANCE.
           MOVE ZERO TO POINTS-EARNED POINTS-SPENT POINTS-ADDED
           MOVE ZERO TO AUDIT-OPEN-SWITCH
           OPEN INPUT RUN-AUDIT-FILE
           IF RAU-FILE-STATUS EQUAL "00" THEN
               MOVE 1 TO AUDIT-OPEN-SWITCH
           END-IF
           MOVE ZERO TO HS-EOF-SWITCH
           OPEN INPUT DODGER-HS-FILE
           IF HS-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-NEXT-SCORE
               PERFORM UNTIL HS-AT-END
                   IF HS-PLAYER-ID EQUAL ID-ANSWER THEN
                       MOVE HS-KEY TO RAU-KEY
                       MOVE ZERO TO RUN-SOURCE-SWITCH
                       PERFORM CHECK-RUN-HELD
                       IF NOT RUN-IS-HELD THEN
                           ADD HS-PENALTY-POINTS TO POINTS-EARNED
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-SCORE
               END-PERFORM
               CLOSE DODGER-HS-FILE
           END-IF
           MOVE ZERO TO HH-EOF-SWITCH
           OPEN INPUT DODGER-HH-FILE
           IF HH-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-NEXT-HISTORY
               PERFORM UNTIL HH-AT-END
                   IF HHS-PLAYER-ID EQUAL ID-ANSWER THEN
                       MOVE HHS-KEY TO RAU-KEY
                       MOVE 1 TO RUN-SOURCE-SWITCH
                       PERFORM CHECK-RUN-HELD
                       IF NOT RUN-IS-HELD THEN
                           ADD HHS-PENALTY-POINTS TO POINTS-EARNED
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-HISTORY
               END-PERFORM
               CLOSE DODGER-HH-FILE
           END-IF
           IF AUDIT-IS-OPEN THEN
               CLOSE RUN-AUDIT-FILE
           END-IF
           MOVE ZERO TO LDG-EOF-SWITCH
           OPEN INPUT PRIZE-LDG-FILE
           IF LDG-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-LEDGER-RECORD
               PERFORM UNTIL LDG-AT-END
                   IF LDG-PLAYER-ID EQUAL ID-ANSWER THEN
                       IF LDG-ADJUST-ADD THEN
                           ADD LDG-POINTS-SPENT TO POINTS-ADDED
                       ELSE
                           ADD LDG-POINTS-SPENT TO POINTS-SPENT
                       END-IF
                   END-IF
                   PERFORM READ-LEDGER-RECORD
               END-PERFORM
               CLOSE PRIZE-LDG-FILE
           END-IF
           COMPUTE POINTS-BALANCE = POINTS-EARNED + POINTS-ADDED
               - POINTS-SPENT.

       READ-NEXT-SCORE.
           READ DODGER-HS-FILE NEXT RECORD
               AT END MOVE 1 TO HS-EOF-SWITCH
           END-READ.

       READ-NEXT-HISTORY.
           READ DODGER-HH-FILE NEXT RECORD
               AT END MOVE 1 TO HH-EOF-SWITCH
           END-READ.

       READ-LEDGER-RECORD.
           READ PRIZE-LDG-FILE
               AT END MOVE 1 TO LDG-EOF-SWITCH
           END-READ.

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

      * The operator types "10", the terminal hands back "10   ".
      * Nudge the digits right and zero-fill so the class test and
      * the numeric moves see "00010". A blank answer is left blank
      * so it still fails the numeric test.
       RIGHT-JUSTIFY-AMOUNT.
           IF JUSTIFY-WORK EQUAL SPACES THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JUSTIFY-WORK(5:1) NOT EQUAL SPACE
               MOVE JUSTIFY-WORK TO JUSTIFY-HOLD
               MOVE SPACES TO JUSTIFY-WORK
               MOVE JUSTIFY-HOLD(1:4) TO JUSTIFY-WORK(2:4)
           END-PERFORM
           INSPECT JUSTIFY-WORK REPLACING LEADING SPACE BY ZERO.
       END PROGRAM ADJDESK.
