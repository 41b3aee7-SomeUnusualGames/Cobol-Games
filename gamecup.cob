       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMECUP.
       AUTHOR. SomeUnusualGames
      * Knockout cup run on the GAMEFIX fixture file. Mode N draws a
      * new cup: the entrants are the top of the head-to-head ladder
      * GAMELADR leaves on GAMELDR (the whole ladder, or the number
      * on the field card), seeded by rating so seed 1 meets the
      * lowest seed and the top two can only meet in the final. The
      * bracket is the next power of two up from the field; the
      * spare slots are byes, which fall to the top seeds and are
      * written already complete with a blank opponent so GAME never
      * offers them. Every fixture of the cup carries the one best-of
      * given on the card. Mode A advances the cup: once every
      * fixture in the latest round is complete it pairs the winners
      * in match order (winners of 1 and 2, 3 and 4, ...) into the
      * next round. It refuses while any fixture of the round is
      * still scheduled or was entered as a tie. Both modes finish by
      * printing the bracket with the results so far and, once the
      * final is decided, the champion; it is mode A, finding the
      * final complete, that logs the champion on the event journal,
      * once per cup.
      * Mode P only prints.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-FIX-FILE ASSIGN TO "GAMEFIX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS FIX-FILE-STATUS.
           SELECT GAME-LADDER-FILE ASSIGN TO "GAMELDR"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY LDR-PLAYER-ID
               FILE STATUS LDR-FILE-STATUS.
           SELECT ARC-EVENT-FILE ASSIGN TO "ARCEVENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JRNL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GAME-FIX-FILE.
       01 GAME-FIX-RECORD.
           COPY GAMEFIX.
       FD GAME-LADDER-FILE.
       01 GAME-LADDER-RECORD.
           COPY GAMELDR.
       FD ARC-EVENT-FILE.
       01 ARC-EVENT-RECORD.
           COPY ARCEVT.
       WORKING-STORAGE SECTION.
       01 FIX-FILE-STATUS PIC XX VALUE ZERO.
       01 LDR-FILE-STATUS PIC XX VALUE ZERO.
       01 JRNL-FILE-STATUS PIC XX VALUE ZERO.
       01 EVENT-WORK.
           05 EVENT-TYPE-WORK PIC X(8) VALUE SPACES.
           05 EVENT-SEVERITY-WORK PIC X VALUE "I".
           05 EVENT-STATUS-WORK PIC XX VALUE SPACES.
           05 EVENT-DETAIL-WORK PIC X(40) VALUE SPACES.
       01 MODE-ANSWER PIC X VALUE SPACES.
       01 BEST-OF-ANSWER PIC XX VALUE SPACES.
       01 FIELD-ANSWER PIC XX VALUE SPACES.
       01 CUP-BEST-OF PIC 99 VALUE ZERO.
       01 FIELD-SIZE PIC 99 VALUE ZERO.
       01 BRACKET-SIZE PIC 99 VALUE ZERO.
       01 FIX-EOF-SWITCH PIC 9 VALUE ZERO.
           88 FIX-AT-END VALUE 1.
       01 LDR-EOF-SWITCH PIC 9 VALUE ZERO.
           88 LDR-AT-END VALUE 1.
       01 FIX-OVERFLOW-SWITCH PIC 9 VALUE ZERO.
           88 FIXTURES-OVERFLOW VALUE 1.
       01 FIXTURE-TABLE.
           05 FIXTURE-COUNT PIC 99 VALUE ZERO.
           05 FIXTURE-ENTRY OCCURS 64 TIMES.
               10 FIXTURE-RECORD PIC X(29).
       01 FIX-I PIC 99 VALUE ZERO.
       01 FIX-WORK.
           COPY GAMEFIX REPLACING LEADING ==FIX-== BY ==WFX-==.
      * Ladder entrants, best rating first once sorted. Only the
      * top sixty-four are kept - the most a sixty-four line fixture
      * file can hold as a full cup.
       01 SEED-TABLE.
           05 SEED-COUNT PIC 99 VALUE ZERO.
           05 SEED-ENTRY OCCURS 64 TIMES.
               10 SEED-ID PIC X(8) VALUE SPACES.
               10 SEED-RATING PIC 9(4) VALUE ZERO.
               10 SEED-GAMES PIC 9(4) VALUE ZERO.
       01 SEED-I PIC 99 VALUE ZERO.
       01 SEED-J PIC 99 VALUE ZERO.
       01 SEED-LOW PIC 99 VALUE ZERO.
       01 SWAP-ENTRY.
           05 SWAP-ID PIC X(8).
           05 SWAP-RATING PIC 9(4).
           05 SWAP-GAMES PIC 9(4).
      * Seed number for each line of the draw. Built by doubling:
      * 1 2, then 1 4 2 3, then 1 8 4 5 2 7 3 6 - each seed is
      * followed by the seed that makes its pair add up to one more
      * than the bracket size.
       01 DRAW-TABLE.
           05 DRAW-SIZE PIC 99 VALUE ZERO.
           05 DRAW-SEED PIC 99 OCCURS 64 TIMES.
       01 NEXT-DRAW-TABLE.
           05 NEXT-DRAW-SEED PIC 99 OCCURS 64 TIMES.
       01 DRAW-I PIC 99 VALUE ZERO.
       01 DRAW-J PIC 99 VALUE ZERO.
       01 SEED-A PIC 99 VALUE ZERO.
       01 SEED-B PIC 99 VALUE ZERO.
       01 MATCH-NUMBER PIC 99 VALUE ZERO.
       01 BYE-COUNT PIC 99 VALUE ZERO.
       01 ROUND-WORK.
           05 LATEST-ROUND PIC 99 VALUE ZERO.
           05 ROUND-MATCHES PIC 99 VALUE ZERO.
           05 ROUND-SCHEDULED PIC 99 VALUE ZERO.
           05 ROUND-TIED PIC 99 VALUE ZERO.
           05 NEXT-ROUND PIC 99 VALUE ZERO.
           05 PRINT-ROUND PIC 99 VALUE ZERO.
       01 WANTED-MATCH PIC 99 VALUE ZERO.
       01 SHAPE-WORK.
           05 SHAPE-ROUND PIC 99 VALUE ZERO.
           05 SHAPE-MATCHES PIC 99 VALUE ZERO.
           05 SHAPE-EXPECTED PIC 99 VALUE ZERO.
           05 SHAPE-TOTAL PIC 99 VALUE ZERO.
       01 CUP-SHAPE-SWITCH PIC 9 VALUE ZERO.
           88 CUP-SHAPE-GOOD VALUE 1.
       01 WINNER-ID PIC X(8) VALUE SPACES.
       01 WINNER-FOUND-SWITCH PIC 9 VALUE ZERO.
           88 WINNER-FOUND VALUE 1.
       01 FIRST-WINNER PIC X(8) VALUE SPACES.
       01 SCHEDULED-LEFT PIC 99 VALUE ZERO.
       01 CHAMPION-ID PIC X(8) VALUE SPACES.
       01 JRNL-EOF-SWITCH PIC 9 VALUE ZERO.
           88 JRNL-AT-END VALUE 1.
       01 CHAMPION-LOGGED-SWITCH PIC 9 VALUE ZERO.
           88 CHAMPION-LOGGED VALUE 1.
       01 RESULT-TEXT PIC X(9) VALUE SPACES.
       01 PLAYER2-TEXT PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Mode (N new cup, A advance, P print): "
               WITH NO ADVANCING
           ACCEPT MODE-ANSWER
           MOVE FUNCTION UPPER-CASE(MODE-ANSWER) TO MODE-ANSWER
           EVALUATE MODE-ANSWER
               WHEN "N"
                   PERFORM DRAW-NEW-CUP
               WHEN "A"
                   PERFORM ADVANCE-CUP
               WHEN "P"
                   PERFORM LOAD-FIXTURES
               WHEN OTHER
                   DISPLAY "Mode must be N, A or P."
                   STOP RUN
           END-EVALUATE
           PERFORM PRINT-BRACKET.
       STOP RUN.

      * Read the whole fixture file into the table, as GAME does, so
      * the cup can be rewritten in one pass. A missing file is just
      * an empty cup.
       LOAD-FIXTURES.
           MOVE ZERO TO FIXTURE-COUNT
           MOVE ZERO TO FIX-EOF-SWITCH
           MOVE ZERO TO FIX-OVERFLOW-SWITCH
           MOVE ZERO TO LATEST-ROUND
           OPEN INPUT GAME-FIX-FILE
           IF FIX-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-FIXTURE-RECORD
           PERFORM UNTIL FIX-AT-END
               IF FIXTURE-COUNT LESS THAN 64 THEN
                   ADD 1 TO FIXTURE-COUNT
                   MOVE GAME-FIX-RECORD
                       TO FIXTURE-RECORD(FIXTURE-COUNT)
                   IF FIX-ROUND GREATER THAN LATEST-ROUND THEN
                       MOVE FIX-ROUND TO LATEST-ROUND
                   END-IF
               ELSE
                   MOVE 1 TO FIX-OVERFLOW-SWITCH
               END-IF
               PERFORM READ-FIXTURE-RECORD
           END-PERFORM
           CLOSE GAME-FIX-FILE.

       READ-FIXTURE-RECORD.
           READ GAME-FIX-FILE
               AT END MOVE 1 TO FIX-EOF-SWITCH
           END-READ.

       REWRITE-FIXTURES.
           OPEN OUTPUT GAME-FIX-FILE
           IF FIX-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "Cannot rewrite fixture file, status "
                   FIX-FILE-STATUS
               MOVE "CUPWRITE" TO EVENT-TYPE-WORK
               MOVE "E" TO EVENT-SEVERITY-WORK
               MOVE FIX-FILE-STATUS TO EVENT-STATUS-WORK
               MOVE "FIXTURE FILE NOT REWRITTEN"
                   TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               STOP RUN
           END-IF
           MOVE 1 TO FIX-I
           PERFORM UNTIL FIX-I GREATER THAN FIXTURE-COUNT
               MOVE FIXTURE-RECORD(FIX-I) TO GAME-FIX-RECORD
               WRITE GAME-FIX-RECORD
               ADD 1 TO FIX-I
           END-PERFORM
           CLOSE GAME-FIX-FILE.

      * A new draw replaces the fixture file, so it is refused while
      * the file still has a match waiting to be played - finish or
      * clear the running competition first.
       DRAW-NEW-CUP.
           DISPLAY "Best of, two digits (odd, 01-99): "
               WITH NO ADVANCING
           ACCEPT BEST-OF-ANSWER
           DISPLAY "Field size, two digits (blank = whole ladder): "
               WITH NO ADVANCING
           ACCEPT FIELD-ANSWER
           IF BEST-OF-ANSWER IS NOT NUMERIC THEN
               DISPLAY "Best of must be two digits."
               STOP RUN
           END-IF
           MOVE BEST-OF-ANSWER TO CUP-BEST-OF
           IF CUP-BEST-OF EQUAL ZERO
                   OR FUNCTION MOD(CUP-BEST-OF, 2) EQUAL ZERO THEN
               DISPLAY "Best of must be an odd number so a match "
                   "cannot finish level."
               STOP RUN
           END-IF
           IF FIELD-ANSWER EQUAL SPACES THEN
               MOVE ZERO TO FIELD-SIZE
           ELSE
               IF FIELD-ANSWER IS NOT NUMERIC THEN
                   DISPLAY "Field size must be two digits."
                   STOP RUN
               END-IF
               MOVE FIELD-ANSWER TO FIELD-SIZE
           END-IF
           PERFORM LOAD-FIXTURES
           MOVE ZERO TO SCHEDULED-LEFT
           MOVE 1 TO FIX-I
           PERFORM UNTIL FIX-I GREATER THAN FIXTURE-COUNT
               MOVE FIXTURE-RECORD(FIX-I) TO FIX-WORK
               IF WFX-SCHEDULED THEN
                   ADD 1 TO SCHEDULED-LEFT
               END-IF
               ADD 1 TO FIX-I
           END-PERFORM
           IF SCHEDULED-LEFT GREATER THAN ZERO THEN
               DISPLAY "Fixture file still has " SCHEDULED-LEFT
                   " scheduled match(es) - new cup not drawn."
               MOVE "CUPHOLD" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE "NEW CUP REFUSED - FIXTURES STILL OPEN"
                   TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               STOP RUN
           END-IF
           PERFORM LOAD-LADDER
           PERFORM SORT-SEEDS
           IF FIELD-SIZE EQUAL ZERO
                   OR FIELD-SIZE GREATER THAN SEED-COUNT THEN
               MOVE SEED-COUNT TO FIELD-SIZE
           END-IF
           IF FIELD-SIZE LESS THAN 2 THEN
               DISPLAY "A cup needs at least two rated players."
               STOP RUN
           END-IF
           PERFORM BUILD-DRAW-ORDER
           PERFORM WRITE-ROUND-ONE
           PERFORM REWRITE-FIXTURES
           PERFORM PRINT-SEEDING
           MOVE 1 TO LATEST-ROUND
           MOVE "CUPNEW" TO EVENT-TYPE-WORK
           MOVE "I" TO EVENT-SEVERITY-WORK
           MOVE "00" TO EVENT-STATUS-WORK
           MOVE SPACES TO EVENT-DETAIL-WORK
           STRING "CUP DRAWN FIELD " FIELD-SIZE
               " BYES " BYE-COUNT " BEST OF " CUP-BEST-OF
               DELIMITED BY SIZE INTO EVENT-DETAIL-WORK
           PERFORM LOG-ARCADE-EVENT.

       LOAD-LADDER.
           MOVE ZERO TO SEED-COUNT
           OPEN INPUT GAME-LADDER-FILE
           IF LDR-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No ladder master found - run GAMELADR first."
               STOP RUN
           END-IF
           PERFORM READ-LADDER-RECORD
           PERFORM UNTIL LDR-AT-END
               PERFORM KEEP-LADDER-ENTRY
               PERFORM READ-LADDER-RECORD
           END-PERFORM
           CLOSE GAME-LADDER-FILE.

       READ-LADDER-RECORD.
           READ GAME-LADDER-FILE NEXT RECORD
               AT END MOVE 1 TO LDR-EOF-SWITCH
           END-READ.

      * Keep the sixty-four best ratings. Once the table is full a
      * new player only gets in by pushing out the lowest rating.
       KEEP-LADDER-ENTRY.
           IF SEED-COUNT LESS THAN 64 THEN
               ADD 1 TO SEED-COUNT
               MOVE SEED-COUNT TO SEED-LOW
           ELSE
               MOVE 1 TO SEED-LOW
               MOVE 2 TO SEED-I
               PERFORM UNTIL SEED-I GREATER THAN SEED-COUNT
                   IF SEED-RATING(SEED-I) LESS THAN
                           SEED-RATING(SEED-LOW) THEN
                       MOVE SEED-I TO SEED-LOW
                   END-IF
                   ADD 1 TO SEED-I
               END-PERFORM
               IF LDR-RATING NOT GREATER THAN
                       SEED-RATING(SEED-LOW) THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE LDR-PLAYER-ID TO SEED-ID(SEED-LOW)
           MOVE LDR-RATING TO SEED-RATING(SEED-LOW)
           MOVE LDR-GAMES TO SEED-GAMES(SEED-LOW).

      * Exchange sort, highest rating first. Equal ratings go to the
      * player with more games behind the rating, then by ID, so a
      * rerun always draws the same bracket.
       SORT-SEEDS.
           MOVE 1 TO SEED-I
           PERFORM UNTIL SEED-I NOT LESS THAN SEED-COUNT
               COMPUTE SEED-J = SEED-I + 1
               PERFORM UNTIL SEED-J GREATER THAN SEED-COUNT
                   IF SEED-RATING(SEED-J) GREATER THAN
                           SEED-RATING(SEED-I)
                       OR (SEED-RATING(SEED-J) EQUAL
                           SEED-RATING(SEED-I)
                           AND SEED-GAMES(SEED-J) GREATER THAN
                           SEED-GAMES(SEED-I))
                       OR (SEED-RATING(SEED-J) EQUAL
                           SEED-RATING(SEED-I)
                           AND SEED-GAMES(SEED-J) EQUAL
                           SEED-GAMES(SEED-I)
                           AND SEED-ID(SEED-J) LESS THAN
                           SEED-ID(SEED-I)) THEN
                       MOVE SEED-ENTRY(SEED-I) TO SWAP-ENTRY
                       MOVE SEED-ENTRY(SEED-J)
                           TO SEED-ENTRY(SEED-I)
                       MOVE SWAP-ENTRY TO SEED-ENTRY(SEED-J)
                   END-IF
                   ADD 1 TO SEED-J
               END-PERFORM
               ADD 1 TO SEED-I
           END-PERFORM.

       BUILD-DRAW-ORDER.
           MOVE 2 TO DRAW-SIZE
           MOVE 1 TO DRAW-SEED(1)
           MOVE 2 TO DRAW-SEED(2)
           PERFORM UNTIL DRAW-SIZE NOT LESS THAN FIELD-SIZE
               MOVE 1 TO DRAW-I
               MOVE 1 TO DRAW-J
               PERFORM UNTIL DRAW-I GREATER THAN DRAW-SIZE
                   MOVE DRAW-SEED(DRAW-I) TO NEXT-DRAW-SEED(DRAW-J)
                   COMPUTE NEXT-DRAW-SEED(DRAW-J + 1) =
                       DRAW-SIZE * 2 + 1 - DRAW-SEED(DRAW-I)
                   ADD 1 TO DRAW-I
                   ADD 2 TO DRAW-J
               END-PERFORM
               COMPUTE DRAW-SIZE = DRAW-SIZE * 2
               MOVE 1 TO DRAW-I
               PERFORM UNTIL DRAW-I GREATER THAN DRAW-SIZE
                   MOVE NEXT-DRAW-SEED(DRAW-I) TO DRAW-SEED(DRAW-I)
                   ADD 1 TO DRAW-I
               END-PERFORM
           END-PERFORM
           MOVE DRAW-SIZE TO BRACKET-SIZE
           COMPUTE BYE-COUNT = BRACKET-SIZE - FIELD-SIZE.

      * One fixture per pair of draw lines. The higher seed is
      * always player one, so a bye (the seed past the field) is
      * the blank player two, entered complete and won one-nil.
       WRITE-ROUND-ONE.
           MOVE ZERO TO FIXTURE-COUNT
           MOVE ZERO TO MATCH-NUMBER
           MOVE 1 TO DRAW-I
           PERFORM UNTIL DRAW-I GREATER THAN BRACKET-SIZE
               MOVE DRAW-SEED(DRAW-I) TO SEED-A
               MOVE DRAW-SEED(DRAW-I + 1) TO SEED-B
               IF SEED-B LESS THAN SEED-A THEN
                   MOVE SEED-A TO SEED-B
                   MOVE DRAW-SEED(DRAW-I + 1) TO SEED-A
               END-IF
               ADD 1 TO MATCH-NUMBER
               ADD 1 TO FIXTURE-COUNT
               MOVE 1 TO WFX-ROUND
               MOVE MATCH-NUMBER TO WFX-MATCH
               MOVE SEED-ID(SEED-A) TO WFX-PLAYER1
               MOVE CUP-BEST-OF TO WFX-BEST-OF
               IF SEED-B GREATER THAN FIELD-SIZE THEN
                   MOVE SPACES TO WFX-PLAYER2
                   MOVE "C" TO WFX-STATUS
                   MOVE 1 TO WFX-SCORE1
                   MOVE ZERO TO WFX-SCORE2
               ELSE
                   MOVE SEED-ID(SEED-B) TO WFX-PLAYER2
                   MOVE "S" TO WFX-STATUS
                   MOVE ZERO TO WFX-SCORE1
                   MOVE ZERO TO WFX-SCORE2
               END-IF
               MOVE FIX-WORK TO FIXTURE-RECORD(FIXTURE-COUNT)
               ADD 2 TO DRAW-I
           END-PERFORM.

       PRINT-SEEDING.
           DISPLAY "======================================"
           DISPLAY "   KNOCKOUT CUP - SEEDING"
           DISPLAY "======================================"
           DISPLAY "FIELD: " FIELD-SIZE "  BRACKET: " BRACKET-SIZE
               "  BYES: " BYE-COUNT "  BEST OF: " CUP-BEST-OF
           DISPLAY "SEED  PLAYER    RATING"
           MOVE 1 TO SEED-I
           PERFORM UNTIL SEED-I GREATER THAN FIELD-SIZE
               DISPLAY SEED-I "    " SEED-ID(SEED-I) "  "
                   SEED-RATING(SEED-I)
               ADD 1 TO SEED-I
           END-PERFORM
           DISPLAY " ".

      * The latest round must be fully played and every fixture in
      * it must have a winner before the next round is drawn. A
      * single complete fixture in the latest round is the final.
       ADVANCE-CUP.
           PERFORM LOAD-FIXTURES
           IF FIXTURE-COUNT EQUAL ZERO THEN
               DISPLAY "No fixture file found - draw a cup first."
               STOP RUN
           END-IF
           IF FIXTURES-OVERFLOW THEN
               DISPLAY "Fixture file has more than 64 entries - "
                   "cup not advanced."
               MOVE "CUPHOLD" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE "FIXTURE FILE OVER 64 ENTRIES"
                   TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CUP-SHAPE
           IF NOT CUP-SHAPE-GOOD THEN
               DISPLAY "Fixture file is not a knockout cup bracket - "
                   "not advanced."
               MOVE "CUPHOLD" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "FIXTURES NOT A CUP BRACKET AT ROUND "
                   SHAPE-ROUND
                   DELIMITED BY SIZE INTO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-LATEST-ROUND
           IF ROUND-SCHEDULED GREATER THAN ZERO THEN
               DISPLAY "Round " LATEST-ROUND " still has "
                   ROUND-SCHEDULED " scheduled match(es) - "
                   "not advanced."
               MOVE "CUPHOLD" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "ROUND " LATEST-ROUND " HAS " ROUND-SCHEDULED
                   " MATCHES STILL SCHEDULED"
                   DELIMITED BY SIZE INTO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               EXIT PARAGRAPH
           END-IF
           IF ROUND-TIED GREATER THAN ZERO THEN
               DISPLAY "Round " LATEST-ROUND " has " ROUND-TIED
                   " tied match(es) - replay or correct before "
                   "advancing."
               MOVE "CUPTIE" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "ROUND " LATEST-ROUND " HAS " ROUND-TIED
                   " TIED MATCHES"
                   DELIMITED BY SIZE INTO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               EXIT PARAGRAPH
           END-IF
           IF ROUND-MATCHES EQUAL 1 THEN
               DISPLAY "The final has been played - nothing to "
                   "advance."
               MOVE 1 TO WANTED-MATCH
               PERFORM FIND-MATCH-WINNER
               PERFORM CHECK-CHAMPION-LOGGED
               IF WINNER-FOUND AND NOT CHAMPION-LOGGED THEN
                   MOVE "CUPCHAMP" TO EVENT-TYPE-WORK
                   MOVE "I" TO EVENT-SEVERITY-WORK
                   MOVE "00" TO EVENT-STATUS-WORK
                   MOVE SPACES TO EVENT-DETAIL-WORK
                   STRING "CUP WON BY " WINNER-ID
                       DELIMITED BY SIZE INTO EVENT-DETAIL-WORK
                   PERFORM LOG-ARCADE-EVENT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION MOD(ROUND-MATCHES, 2) NOT EQUAL ZERO THEN
               DISPLAY "Round " LATEST-ROUND " has an odd number of "
                   "matches - not a knockout bracket."
               MOVE "CUPHOLD" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE "LATEST ROUND HAS ODD MATCH COUNT"
                   TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               EXIT PARAGRAPH
           END-IF
           IF FIXTURE-COUNT + ROUND-MATCHES / 2 GREATER THAN 64 THEN
               DISPLAY "No room on the fixture file for round "
                   NEXT-ROUND " - not advanced."
               EXIT PARAGRAPH
           END-IF
           PERFORM DRAW-NEXT-ROUND
           IF WINNER-FOUND THEN
               PERFORM REWRITE-FIXTURES
               MOVE NEXT-ROUND TO LATEST-ROUND
               MOVE "CUPADV" TO EVENT-TYPE-WORK
               MOVE "I" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "CUP ADVANCED TO ROUND " NEXT-ROUND
                   DELIMITED BY SIZE INTO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
           END-IF.

      * Organizers also set league rounds up on this file by hand,
      * so only advance what has the shape of a cup this program
      * drew: round one a power of two matches, and every later
      * round exactly half the round before, with no round missing
      * and no fixture outside those rounds.
       CHECK-CUP-SHAPE.
           MOVE ZERO TO CUP-SHAPE-SWITCH
           MOVE ZERO TO SHAPE-TOTAL
           MOVE 1 TO SHAPE-ROUND
           PERFORM COUNT-SHAPE-ROUND
           IF SHAPE-MATCHES EQUAL ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SHAPE-MATCHES TO SHAPE-EXPECTED
           PERFORM UNTIL SHAPE-EXPECTED EQUAL 1
               IF FUNCTION MOD(SHAPE-EXPECTED, 2) NOT EQUAL ZERO THEN
                   EXIT PARAGRAPH
               END-IF
               DIVIDE 2 INTO SHAPE-EXPECTED
           END-PERFORM
           MOVE SHAPE-MATCHES TO SHAPE-EXPECTED
           PERFORM UNTIL SHAPE-ROUND EQUAL LATEST-ROUND
               ADD 1 TO SHAPE-ROUND
               DIVIDE 2 INTO SHAPE-EXPECTED
               PERFORM COUNT-SHAPE-ROUND
               IF SHAPE-EXPECTED EQUAL ZERO
                       OR SHAPE-MATCHES NOT EQUAL SHAPE-EXPECTED THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF SHAPE-TOTAL NOT EQUAL FIXTURE-COUNT THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO CUP-SHAPE-SWITCH.

       COUNT-SHAPE-ROUND.
           MOVE ZERO TO SHAPE-MATCHES
           MOVE 1 TO FIX-I
           PERFORM UNTIL FIX-I GREATER THAN FIXTURE-COUNT
               MOVE FIXTURE-RECORD(FIX-I) TO FIX-WORK
               IF WFX-ROUND EQUAL SHAPE-ROUND THEN
                   ADD 1 TO SHAPE-MATCHES
                   ADD 1 TO SHAPE-TOTAL
               END-IF
               ADD 1 TO FIX-I
           END-PERFORM.

      * Count the latest round's fixtures, how many are still
      * scheduled and how many were completed level. A bye (blank
      * player two) is never a tie. The cup's best-of is taken
      * from the round so later rounds keep the one setting.
       CHECK-LATEST-ROUND.
           MOVE ZERO TO ROUND-MATCHES
           MOVE ZERO TO ROUND-SCHEDULED
           MOVE ZERO TO ROUND-TIED
           COMPUTE NEXT-ROUND = LATEST-ROUND + 1
           MOVE 1 TO FIX-I
           PERFORM UNTIL FIX-I GREATER THAN FIXTURE-COUNT
               MOVE FIXTURE-RECORD(FIX-I) TO FIX-WORK
               IF WFX-ROUND EQUAL LATEST-ROUND THEN
                   ADD 1 TO ROUND-MATCHES
                   MOVE WFX-BEST-OF TO CUP-BEST-OF
                   IF WFX-SCHEDULED THEN
                       ADD 1 TO ROUND-SCHEDULED
                   ELSE
                       IF WFX-SCORE1 EQUAL WFX-SCORE2
                               AND WFX-PLAYER2 NOT EQUAL SPACES THEN
                           ADD 1 TO ROUND-TIED
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO FIX-I
           END-PERFORM.

      * Winners of matches 1 and 2 meet in match 1 of the next
      * round, 3 and 4 in match 2, and so on down the bracket, so the
      * seeding set in round one holds all the way to the final.
       DRAW-NEXT-ROUND.
           MOVE 1 TO WINNER-FOUND-SWITCH
           MOVE ZERO TO MATCH-NUMBER
           MOVE 1 TO WANTED-MATCH
           PERFORM UNTIL WANTED-MATCH GREATER THAN ROUND-MATCHES
               PERFORM FIND-MATCH-WINNER
               IF NOT WINNER-FOUND THEN
                   EXIT PERFORM
               END-IF
               MOVE WINNER-ID TO FIRST-WINNER
               ADD 1 TO WANTED-MATCH
               PERFORM FIND-MATCH-WINNER
               IF NOT WINNER-FOUND THEN
                   EXIT PERFORM
               END-IF
               ADD 1 TO MATCH-NUMBER
               MOVE NEXT-ROUND TO WFX-ROUND
               MOVE MATCH-NUMBER TO WFX-MATCH
               MOVE FIRST-WINNER TO WFX-PLAYER1
               MOVE WINNER-ID TO WFX-PLAYER2
               MOVE CUP-BEST-OF TO WFX-BEST-OF
               MOVE "S" TO WFX-STATUS
               MOVE ZERO TO WFX-SCORE1
               MOVE ZERO TO WFX-SCORE2
               ADD 1 TO FIXTURE-COUNT
               MOVE FIX-WORK TO FIXTURE-RECORD(FIXTURE-COUNT)
               ADD 1 TO WANTED-MATCH
           END-PERFORM
           IF NOT WINNER-FOUND THEN
               DISPLAY "Round " LATEST-ROUND " has no match "
                   WANTED-MATCH " - bracket is broken, not advanced."
               MOVE "CUPHOLD" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE "MATCH MISSING FROM LATEST ROUND"
                   TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
           END-IF.

       FIND-MATCH-WINNER.
           MOVE ZERO TO WINNER-FOUND-SWITCH
           MOVE SPACES TO WINNER-ID
           MOVE 1 TO FIX-I
           PERFORM UNTIL FIX-I GREATER THAN FIXTURE-COUNT
               MOVE FIXTURE-RECORD(FIX-I) TO FIX-WORK
               IF WFX-ROUND EQUAL LATEST-ROUND
                       AND WFX-MATCH EQUAL WANTED-MATCH THEN
                   MOVE 1 TO WINNER-FOUND-SWITCH
                   IF WFX-SCORE2 GREATER THAN WFX-SCORE1 THEN
                       MOVE WFX-PLAYER2 TO WINNER-ID
                   ELSE
                       MOVE WFX-PLAYER1 TO WINNER-ID
                   END-IF
                   EXIT PERFORM
               END-IF
               ADD 1 TO FIX-I
           END-PERFORM.

      * Print every round in order with the score where played. The
      * champion is named once the latest round is a single fixture
      * that is complete with a winner.
       PRINT-BRACKET.
           DISPLAY "======================================"
           DISPLAY "   KNOCKOUT CUP - BRACKET"
           DISPLAY "======================================"
           IF FIXTURE-COUNT EQUAL ZERO THEN
               DISPLAY "No fixtures."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CHAMPION-ID
           MOVE 1 TO PRINT-ROUND
           PERFORM UNTIL PRINT-ROUND GREATER THAN LATEST-ROUND
               DISPLAY "---- ROUND " PRINT-ROUND " ----"
               MOVE ZERO TO ROUND-MATCHES
               MOVE 1 TO FIX-I
               PERFORM UNTIL FIX-I GREATER THAN FIXTURE-COUNT
                   MOVE FIXTURE-RECORD(FIX-I) TO FIX-WORK
                   IF WFX-ROUND EQUAL PRINT-ROUND THEN
                       ADD 1 TO ROUND-MATCHES
                       PERFORM PRINT-FIXTURE-LINE
                       MOVE SPACES TO CHAMPION-ID
                       IF WFX-COMPLETE AND WFX-SCORE1
                               GREATER THAN WFX-SCORE2 THEN
                           MOVE WFX-PLAYER1 TO CHAMPION-ID
                       END-IF
                       IF WFX-COMPLETE AND WFX-SCORE2
                               GREATER THAN WFX-SCORE1 THEN
                           MOVE WFX-PLAYER2 TO CHAMPION-ID
                       END-IF
                   END-IF
                   ADD 1 TO FIX-I
               END-PERFORM
               ADD 1 TO PRINT-ROUND
           END-PERFORM
           DISPLAY " "
           IF ROUND-MATCHES NOT EQUAL 1 THEN
               MOVE SPACES TO CHAMPION-ID
           END-IF
           IF CHAMPION-ID EQUAL SPACES THEN
               DISPLAY "CUP IN PROGRESS - LATEST ROUND " LATEST-ROUND
           ELSE
               DISPLAY "CHAMPION: " CHAMPION-ID
           END-IF.

       PRINT-FIXTURE-LINE.
           MOVE WFX-PLAYER2 TO PLAYER2-TEXT
           EVALUATE TRUE
               WHEN WFX-PLAYER2 EQUAL SPACES
                   MOVE "(BYE)" TO PLAYER2-TEXT
                   MOVE "BYE" TO RESULT-TEXT
               WHEN WFX-SCHEDULED
                   MOVE "SCHEDULED" TO RESULT-TEXT
               WHEN WFX-SCORE1 EQUAL WFX-SCORE2
                   MOVE "TIED" TO RESULT-TEXT
               WHEN OTHER
                   MOVE SPACES TO RESULT-TEXT
                   STRING WFX-SCORE1 "-" WFX-SCORE2
                       DELIMITED BY SIZE INTO RESULT-TEXT
           END-EVALUATE
           DISPLAY "M" WFX-MATCH "  " WFX-PLAYER1 " V "
               PLAYER2-TEXT "  " RESULT-TEXT.

      * The champion is announced on the first advance run that finds
      * the final decided. The journal says whether that has happened
      * for this cup: the cup's own CUPNEW event is followed by a
      * CUPCHAMP once it has been announced, so the later of the two
      * decides. Later runs just report that the cup is finished.
       CHECK-CHAMPION-LOGGED.
           MOVE ZERO TO CHAMPION-LOGGED-SWITCH
           MOVE ZERO TO JRNL-EOF-SWITCH
           OPEN INPUT ARC-EVENT-FILE
           IF JRNL-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JRNL-AT-END
               READ ARC-EVENT-FILE
                   AT END MOVE 1 TO JRNL-EOF-SWITCH
                   NOT AT END
                       IF EVT-PROGRAM EQUAL "GAMECUP" THEN
                           IF EVT-TYPE EQUAL "CUPNEW" THEN
                               MOVE ZERO TO CHAMPION-LOGGED-SWITCH
                           END-IF
                           IF EVT-TYPE EQUAL "CUPCHAMP" THEN
                               MOVE 1 TO CHAMPION-LOGGED-SWITCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARC-EVENT-FILE
           IF CHAMPION-LOGGED THEN
               DISPLAY "The cup is finished - champion already "
                   "announced."
           END-IF.

      * Append one structured event to the shared arcade journal so
      * operational warnings survive the screen being reset. The
      * journal itself failing to open is quietly ignored - there is
      * nowhere left to report that.
       LOG-ARCADE-EVENT.
           OPEN EXTEND ARC-EVENT-FILE
           IF JRNL-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ARC-EVENT-FILE
           END-IF
           IF JRNL-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO EVT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO EVT-TIME
           MOVE "GAMECUP" TO EVT-PROGRAM
           MOVE EVENT-TYPE-WORK TO EVT-TYPE
           MOVE EVENT-SEVERITY-WORK TO EVT-SEVERITY
           MOVE EVENT-STATUS-WORK TO EVT-FILE-STATUS
           MOVE EVENT-DETAIL-WORK TO EVT-DETAIL
           WRITE ARC-EVENT-RECORD
           CLOSE ARC-EVENT-FILE.
       END PROGRAM GAMECUP.
