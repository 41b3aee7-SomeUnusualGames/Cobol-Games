           SELECT COMP-ATT-FILE ASSIGN TO "COMPATT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ATT-FILE-STATUS.
           SELECT PROMO-FILE ASSIGN TO "PROMOS"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY PMO-CODE
               FILE STATUS PMO-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DODGER-HS-FILE.
       FD COMP-ATT-FILE.
       01 COMP-ATT-RECORD.
           COPY COMPATT.
       FD PROMO-FILE.
       01 PROMO-RECORD.
           COPY PROMO.
       WORKING-STORAGE SECTION.
       01 RAND-NUM USAGE COMP-1.
       01 DATE-SEED PIC 9(16).
           88 ATT-AT-END VALUE 1.
       01 ATT-OK-SWITCH PIC 9 VALUE ZERO.
           88 ATTEMPT-REGISTERED VALUE 1.
       01 PMO-FILE-STATUS PIC XX VALUE ZERO.
       01 PMO-EOF-SWITCH PIC 9 VALUE ZERO.
           88 PMO-AT-END VALUE 1.
       01 PROMO-LIVE-SWITCH PIC 9 VALUE ZERO.
           88 PROMO-LIVE VALUE 1.
       01 PROMO-CLOCK.
           05 PROMO-TODAY PIC 9(8) VALUE ZERO.
           05 PROMO-NOW-TIME PIC 9(4) VALUE ZERO.
           05 PROMO-WEEKDAY PIC 9 VALUE ZERO.
           05 PROMO-WEEKDAY-BEFORE PIC 9 VALUE ZERO.
       01 RUN-POINTS-MULT PIC 9 VALUE 1.
       01 RUN-PROMO-CODE PIC X(4) VALUE SPACES.
       01 EVENT-WORK.
           05 EVENT-TYPE-WORK PIC X(8) VALUE SPACES.
           05 EVENT-SEVERITY-WORK PIC X VALUE "I".
           PERFORM READ-CABINET-ID
           PERFORM GET-PLAYER-ID
           PERFORM CHECK-COMPETITION
           PERFORM CHECK-POINTS-PROMOTION
      * An official attempt is one fresh run on the fixed course -
      * never a resumed checkpoint.
           IF NOT COMP-RUN THEN
           MOVE FUNCTION CURRENT-DATE(9:6) TO HS-TIME
           MOVE RUN-SURVIVAL-TICKS TO HS-SURVIVAL-TICKS
           MOVE RUN-OBSTACLES-REACHED TO HS-OBSTACLES-REACHED
           COMPUTE HS-PENALTY-POINTS = PENALTY-POINTS * RUN-POINTS-MULT
               ON SIZE ERROR MOVE 9999 TO HS-PENALTY-POINTS
           END-COMPUTE
           MOVE RUN-PLAYER-ID TO HS-PLAYER-ID
           MOVE RUN-CABINET-ID TO HS-CABINET-ID
           MOVE RUN-COMP-ID TO HS-COMP-ID
           MOVE RUN-POINTS-MULT TO HS-POINTS-MULT
           OPEN I-O DODGER-HS-FILE
           IF HS-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT DODGER-HS-FILE
               END-IF
           END-IF.

      * A points promotion live when the run starts sets the
      * multiplier for the whole run; the screen keeps counting the
      * "$" obstacles collected and the high-score record banks
      * them multiplied, with the multiplier stamped beside them so
      * the run audit and the liability report can undo it. Live
      * promotions do not stack - the biggest multiplier wins.
       CHECK-POINTS-PROMOTION.
           MOVE 1 TO RUN-POINTS-MULT
           MOVE SPACES TO RUN-PROMO-CODE
           OPEN INPUT PROMO-FILE
           IF PMO-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-PROMO-CLOCK
           MOVE ZERO TO PMO-EOF-SWITCH
           PERFORM READ-PROMO-RECORD
           PERFORM UNTIL PMO-AT-END
               IF PMO-POINTS-MULT THEN
                   PERFORM CHECK-PROMO-LIVE
                   IF PROMO-LIVE
                           AND PMO-MULTIPLIER GREATER THAN
                           RUN-POINTS-MULT THEN
                       MOVE PMO-MULTIPLIER TO RUN-POINTS-MULT
                       MOVE PMO-CODE TO RUN-PROMO-CODE
                   END-IF
               END-IF
               PERFORM READ-PROMO-RECORD
           END-PERFORM
           CLOSE PROMO-FILE
           IF RUN-POINTS-MULT GREATER THAN 1 THEN
               DISPLAY "Promotion " RUN-PROMO-CODE " is live - "
                   "$ points count x" RUN-POINTS-MULT " this run."
           END-IF.

       READ-PROMO-RECORD.
           READ PROMO-FILE NEXT RECORD
               AT END MOVE 1 TO PMO-EOF-SWITCH
           END-READ.

      * Day 1 of the integer calendar, 1601-01-01, was a Monday, so
      * the day of the week falls straight out of the day number.
       SET-PROMO-CLOCK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PROMO-TODAY
           MOVE FUNCTION CURRENT-DATE(9:4) TO PROMO-NOW-TIME
           COMPUTE PROMO-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(PROMO-TODAY) - 1, 7) + 1
           COMPUTE PROMO-WEEKDAY-BEFORE = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(PROMO-TODAY) - 2, 7) + 1.

      * A window whose from time is after its to time runs past
      * midnight; its small hours belong to the night it started
      * on, so a Tuesday-night promotion is still live at 01:00 on
      * Wednesday.
       CHECK-PROMO-LIVE.
           MOVE ZERO TO PROMO-LIVE-SWITCH
           IF NOT PMO-ACTIVE
                   OR PROMO-TODAY LESS THAN PMO-START-DATE
                   OR PROMO-TODAY GREATER THAN PMO-END-DATE THEN
               EXIT PARAGRAPH
           END-IF
           IF PMO-FROM-TIME NOT GREATER THAN PMO-TO-TIME THEN
               IF PROMO-NOW-TIME NOT LESS THAN PMO-FROM-TIME
                       AND PROMO-NOW-TIME NOT GREATER THAN PMO-TO-TIME
                       AND (PMO-EVERY-DAY
                       OR PMO-DAY-OF-WEEK EQUAL PROMO-WEEKDAY) THEN
                   MOVE 1 TO PROMO-LIVE-SWITCH
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF PROMO-NOW-TIME NOT LESS THAN PMO-FROM-TIME
                   AND (PMO-EVERY-DAY
                   OR PMO-DAY-OF-WEEK EQUAL PROMO-WEEKDAY) THEN
               MOVE 1 TO PROMO-LIVE-SWITCH
           END-IF
           IF PROMO-NOW-TIME NOT GREATER THAN PMO-TO-TIME
                   AND (PMO-EVERY-DAY
                   OR PMO-DAY-OF-WEEK EQUAL PROMO-WEEKDAY-BEFORE) THEN
               MOVE 1 TO PROMO-LIVE-SWITCH
           END-IF.

      * The attempt register is on shared storage like PLAYERS, so
      * it sees every cabinet and survives the nightly ARCCONS
      * clear-down of the local high-score file - the flag on the
           MOVE RUN-PLAYER-ID TO CLG-PLAYER-ID
           MOVE "R" TO CLG-TYPE
           MOVE 1 TO CLG-QTY
           MOVE SPACES TO CLG-PROMO-CODE
           MOVE SPACES TO CLG-OPERATOR-ID
           MOVE SPACES TO CLG-SHIFT-ID
           MOVE SPACES TO CLG-REASON-CODE
           MOVE SPACES TO CLG-SUPERVISOR-ID
           WRITE CRED-LOG-RECORD
           CLOSE CRED-LOG-FILE.

           MOVE RUN-PLAYER-ID TO CLG-PLAYER-ID
           MOVE "U" TO CLG-TYPE
           MOVE 1 TO CLG-QTY
           MOVE SPACES TO CLG-PROMO-CODE
           MOVE SPACES TO CLG-OPERATOR-ID
           MOVE SPACES TO CLG-SHIFT-ID
           MOVE SPACES TO CLG-REASON-CODE
           MOVE SPACES TO CLG-SUPERVISOR-ID
           WRITE CRED-LOG-RECORD
           CLOSE CRED-LOG-FILE.

