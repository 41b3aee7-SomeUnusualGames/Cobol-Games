      * history, their GAME matches from the match-results master
      * and their prize activity from the redemption ledger, and
      * prints one statement per player for the requested month
      * with the lifetime earned/spent/expired/remaining "$"-point
      * balance at the bottom, so the counter no longer hand-tallies
      * three reports to answer "how is this player doing". Credits
      * and "$" points added or taken off at the adjustment desk
      * are shown on lines of their own, apart from play, sales and
      * redemptions.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIZE-LDG-FILE ASSIGN TO "PRIZLDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS LDG-FILE-STATUS.
           SELECT CRED-LOG-FILE ASSIGN TO "CREDLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CLG-FILE-STATUS.
           SELECT ARC-EVENT-FILE ASSIGN TO "ARCEVENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JRNL-FILE-STATUS.
       FD PRIZE-LDG-FILE.
       01 PRIZE-LDG-RECORD.
           COPY PRIZLDG.
       FD CRED-LOG-FILE.
       01 CRED-LOG-RECORD.
           COPY CREDLOG.
       FD ARC-EVENT-FILE.
       01 ARC-EVENT-RECORD.
           COPY ARCEVT.
       01 HH-FILE-STATUS PIC XX VALUE ZERO.
       01 RES-FILE-STATUS PIC XX VALUE ZERO.
       01 LDG-FILE-STATUS PIC XX VALUE ZERO.
       01 CLG-FILE-STATUS PIC XX VALUE ZERO.
       01 JRNL-FILE-STATUS PIC XX VALUE ZERO.
       01 EVENT-WORK.
           05 EVENT-TYPE-WORK PIC X(8) VALUE SPACES.
           88 RES-AT-END VALUE 1.
       01 LDG-EOF-SWITCH PIC 9 VALUE ZERO.
           88 LDG-AT-END VALUE 1.
       01 CLG-EOF-SWITCH PIC 9 VALUE ZERO.
           88 CLG-AT-END VALUE 1.
       01 MONTH-ANSWER PIC X(6) VALUE SPACES.
       01 STATEMENT-MONTH PIC 9(6) VALUE ZERO.
       01 RECORD-MONTH PIC 9(6) VALUE ZERO.
               10 STMT-MONTH-SPENT PIC 9(6) VALUE ZERO.
               10 STMT-EARNED-ALL PIC 9(7) VALUE ZERO.
               10 STMT-SPENT-ALL PIC 9(7) VALUE ZERO.
               10 STMT-MONTH-EXPIRED PIC 9(6) VALUE ZERO.
               10 STMT-EXPIRED-BEFORE PIC 9(8) VALUE ZERO.
               10 STMT-EXPIRED-ALL PIC 9(7) VALUE ZERO.
               10 STMT-MONTH-PTS-ADDED PIC 9(6) VALUE ZERO.
               10 STMT-MONTH-PTS-DEDUCTED PIC 9(6) VALUE ZERO.
               10 STMT-PTS-ADDED-ALL PIC 9(7) VALUE ZERO.
               10 STMT-PTS-DEDUCTED-ALL PIC 9(7) VALUE ZERO.
               10 STMT-MONTH-CRD-ADDED PIC 9(5) VALUE ZERO.
               10 STMT-MONTH-CRD-DEDUCTED PIC 9(5) VALUE ZERO.
       01 STMT-ID-WORK PIC X(8) VALUE SPACES.
       01 STMT-POS PIC 9(3) VALUE ZERO.
       01 STMT-I PIC 9(3) VALUE ZERO.
       01 SIDE-SCORE PIC 9(3) VALUE ZERO.
       01 OTHER-SCORE PIC 9(3) VALUE ZERO.
       01 POINTS-REMAINING PIC S9(7) VALUE ZERO.
       01 POINTS-ADJUSTED PIC S9(7) VALUE ZERO.
       01 REMAINING-DISPLAY PIC +ZZZZZZ9.
       01 ROSTER-OVERFLOW-SWITCH PIC 9 VALUE ZERO.
           88 ROSTER-OVERFLOW VALUE 1.
           PERFORM TALLY-DODGER-RUNS
           PERFORM TALLY-GAME-MATCHES
           PERFORM TALLY-PRIZE-ACTIVITY
           PERFORM TALLY-CREDIT-ADJUSTMENTS
           PERFORM PRINT-STATEMENTS
           MOVE "STMT" TO EVENT-TYPE-WORK
           MOVE "I" TO EVENT-SEVERITY-WORK
               MOVE LDG-PLAYER-ID TO STMT-ID-WORK
               PERFORM FIND-STATEMENT-ENTRY
               IF STMT-POS GREATER THAN ZERO THEN
                   MOVE LDG-DATE(1:6) TO RECORD-MONTH
                   EVALUATE TRUE
                       WHEN LDG-EXPIRY
                           PERFORM TALLY-EXPIRY-RECORD
                       WHEN LDG-ADJUSTMENT
                           PERFORM TALLY-POINTS-ADJUSTMENT
                       WHEN OTHER
                           PERFORM TALLY-REDEMPTION-RECORD
                   END-EVALUATE
               END-IF
               PERFORM READ-LEDGER-RECORD
           END-PERFORM
           CLOSE PRIZE-LDG-FILE.

       TALLY-REDEMPTION-RECORD.
           ADD LDG-POINTS-SPENT TO STMT-SPENT-ALL(STMT-POS)
           IF RECORD-MONTH EQUAL STATEMENT-MONTH THEN
               ADD 1 TO STMT-PRIZE-COUNT(STMT-POS)
               ADD LDG-POINTS-SPENT TO STMT-MONTH-SPENT(STMT-POS)
           END-IF.

      * The expiry record carries the date its points were earned
      * before, which is what the statement tells the player.
       TALLY-EXPIRY-RECORD.
           ADD LDG-POINTS-SPENT TO STMT-EXPIRED-ALL(STMT-POS)
           IF RECORD-MONTH EQUAL STATEMENT-MONTH THEN
               ADD LDG-POINTS-SPENT TO STMT-MONTH-EXPIRED(STMT-POS)
               IF LDG-EARNED-BEFORE IS NUMERIC THEN
                   MOVE LDG-EARNED-BEFORE
                       TO STMT-EXPIRED-BEFORE(STMT-POS)
               END-IF
           END-IF.

       TALLY-POINTS-ADJUSTMENT.
           IF LDG-ADJUST-ADD THEN
               ADD LDG-POINTS-SPENT TO STMT-PTS-ADDED-ALL(STMT-POS)
               IF RECORD-MONTH EQUAL STATEMENT-MONTH THEN
                   ADD LDG-POINTS-SPENT
                       TO STMT-MONTH-PTS-ADDED(STMT-POS)
               END-IF
           ELSE
               ADD LDG-POINTS-SPENT TO STMT-PTS-DEDUCTED-ALL(STMT-POS)
               IF RECORD-MONTH EQUAL STATEMENT-MONTH THEN
                   ADD LDG-POINTS-SPENT
                       TO STMT-MONTH-PTS-DEDUCTED(STMT-POS)
               END-IF
           END-IF.

       READ-LEDGER-RECORD.
           READ PRIZE-LDG-FILE
               AT END MOVE 1 TO LDG-EOF-SWITCH
           END-READ.

      * Only the desk's adjustment records are wanted from the
      * credit log; sales and plays are the till's and the games'
      * business, not the statement's.
       TALLY-CREDIT-ADJUSTMENTS.
           OPEN INPUT CRED-LOG-FILE
           IF CLG-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CREDIT-RECORD
           PERFORM UNTIL CLG-AT-END
               MOVE CLG-DATE(1:6) TO RECORD-MONTH
               IF CLG-ADJUSTMENT
                       AND RECORD-MONTH EQUAL STATEMENT-MONTH THEN
                   MOVE CLG-PLAYER-ID TO STMT-ID-WORK
                   PERFORM FIND-STATEMENT-ENTRY
                   IF STMT-POS GREATER THAN ZERO THEN
                       IF CLG-ADJUST-ADD THEN
                           ADD CLG-QTY
                               TO STMT-MONTH-CRD-ADDED(STMT-POS)
                       ELSE
                           ADD CLG-QTY
                               TO STMT-MONTH-CRD-DEDUCTED(STMT-POS)
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-CREDIT-RECORD
           END-PERFORM
           CLOSE CRED-LOG-FILE.

       READ-CREDIT-RECORD.
           READ CRED-LOG-FILE
               AT END MOVE 1 TO CLG-EOF-SWITCH
           END-READ.

       PRINT-STATEMENTS.
           MOVE 1 TO STMT-I
           PERFORM UNTIL STMT-I GREATER THAN STMT-COUNT
           DISPLAY "REDEMPTIONS:    " STMT-PRIZE-COUNT(STMT-I)
           DISPLAY "POINTS SPENT:   " STMT-MONTH-SPENT(STMT-I)
           DISPLAY " "
           IF STMT-MONTH-EXPIRED(STMT-I) GREATER THAN ZERO THEN
               DISPLAY "---- POINTS EXPIRED THIS MONTH ----"
               DISPLAY "EXPIRED:        " STMT-MONTH-EXPIRED(STMT-I)
               DISPLAY "REASON: POINTS EARNED BEFORE "
                   STMT-EXPIRED-BEFORE(STMT-I)
               DISPLAY "        WERE NOT SPENT WITHIN THE EXPIRY PERIOD"
               DISPLAY " "
           END-IF
           IF STMT-MONTH-CRD-ADDED(STMT-I) GREATER THAN ZERO
                   OR STMT-MONTH-CRD-DEDUCTED(STMT-I) GREATER THAN ZERO
                   OR STMT-MONTH-PTS-ADDED(STMT-I) GREATER THAN ZERO
                   OR STMT-MONTH-PTS-DEDUCTED(STMT-I)
                       GREATER THAN ZERO THEN
               DISPLAY "---- ADJUSTMENTS THIS MONTH ----"
               DISPLAY "CREDITS ADDED:  " STMT-MONTH-CRD-ADDED(STMT-I)
               DISPLAY "CREDITS OFF:    "
                   STMT-MONTH-CRD-DEDUCTED(STMT-I)
               DISPLAY "POINTS ADDED:   " STMT-MONTH-PTS-ADDED(STMT-I)
               DISPLAY "POINTS OFF:     "
                   STMT-MONTH-PTS-DEDUCTED(STMT-I)
               DISPLAY " "
           END-IF
           COMPUTE POINTS-ADJUSTED = STMT-PTS-ADDED-ALL(STMT-I)
               - STMT-PTS-DEDUCTED-ALL(STMT-I)
           COMPUTE POINTS-REMAINING = STMT-EARNED-ALL(STMT-I)
               - STMT-SPENT-ALL(STMT-I) - STMT-EXPIRED-ALL(STMT-I)
               + POINTS-ADJUSTED
           DISPLAY "---- POINT BALANCE ----"
           DISPLAY "EARNED ALL TIME: " STMT-EARNED-ALL(STMT-I)
           DISPLAY "SPENT ALL TIME:  " STMT-SPENT-ALL(STMT-I)
           DISPLAY "EXPIRED ALL TIME:" STMT-EXPIRED-ALL(STMT-I)
           IF POINTS-ADJUSTED NOT EQUAL ZERO THEN
               MOVE POINTS-ADJUSTED TO REMAINING-DISPLAY
               DISPLAY "ADJUSTED:        " REMAINING-DISPLAY
           END-IF
           MOVE POINTS-REMAINING TO REMAINING-DISPLAY
           DISPLAY "REMAINING:       " REMAINING-DISPLAY
           DISPLAY " ".
