       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPLAUDIT.
       AUTHOR. SomeUnusualGames
      * Nightly replay audit of DODGER runs. Every high-score record
      * that has no run-audit record yet is re-enacted from its
      * replay events with no screen at all: the recorded keys move
      * the player, the recorded spawns place the obstacles, and the
      * same collision and scroll rules as the live game decide what
      * the run should have scored. The replayed survival ticks,
      * obstacles reached and "$" points are then checked against
      * the stored record - the replayed points multiplied by the
      * promotion multiplier stamped on the run. A run that matches
      * is marked verified; a run that does not, or that has no
      * replay events at all, is held, listed on the exceptions
      * report and posted to the event journal, and PRZREDEM will
      * not let its points be spent until an operator clears it.
      * Run with mode C to clear held runs: the operator gives their
      * ID once and then the date and time of each run that has been
      * looked into and found honest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DODGER-HS-FILE ASSIGN TO "DODGEHS"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HS-KEY
               FILE STATUS HS-FILE-STATUS.
           SELECT DODGER-RPL-FILE ASSIGN TO "DODGERPL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS RPL-FILE-STATUS.
           SELECT RUN-AUDIT-FILE ASSIGN TO "RUNAUD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RAU-KEY
               FILE STATUS RAU-FILE-STATUS.
           SELECT ARC-EVENT-FILE ASSIGN TO "ARCEVENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JRNL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DODGER-HS-FILE.
       01 DODGER-HS-RECORD.
           COPY DODGEHS.
       FD DODGER-RPL-FILE.
       01 DODGER-RPL-RECORD.
           COPY DODGERPL.
       FD RUN-AUDIT-FILE.
       01 RUN-AUDIT-RECORD.
           COPY RUNAUD.
       FD ARC-EVENT-FILE.
       01 ARC-EVENT-RECORD.
           COPY ARCEVT.
       WORKING-STORAGE SECTION.
       01 HS-FILE-STATUS PIC XX VALUE ZERO.
       01 RPL-FILE-STATUS PIC XX VALUE ZERO.
       01 RAU-FILE-STATUS PIC XX VALUE ZERO.
       01 JRNL-FILE-STATUS PIC XX VALUE ZERO.
       01 EVENT-WORK.
           05 EVENT-TYPE-WORK PIC X(8) VALUE SPACES.
           05 EVENT-SEVERITY-WORK PIC X VALUE "I".
           05 EVENT-STATUS-WORK PIC XX VALUE SPACES.
           05 EVENT-DETAIL-WORK PIC X(40) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE ZERO.
       01 MODE-ANSWER PIC X VALUE SPACE.
       01 OPERATOR-ANSWER PIC X(8) VALUE SPACES.
       01 CLEAR-DATE-ANSWER PIC X(8) VALUE SPACES.
       01 CLEAR-TIME-ANSWER PIC X(6) VALUE SPACES.
       01 KEEP-CLEARING PIC 9 VALUE 1.
       01 HS-EOF-SWITCH PIC 9 VALUE ZERO.
           88 HS-AT-END VALUE 1.
       01 RPL-EOF-SWITCH PIC 9 VALUE ZERO.
           88 RPL-AT-END VALUE 1.
       01 RAU-EOF-SWITCH PIC 9 VALUE ZERO.
           88 RAU-AT-END VALUE 1.
      * Runs found on the high-score file with no audit record yet,
      * in key order, with what the replay made of each.
       01 PENDING-TABLE.
           05 PENDING-COUNT PIC 9(4) VALUE ZERO.
           05 PENDING-ENTRY OCCURS 5000 TIMES.
               10 PND-DATE PIC 9(8).
               10 PND-TIME PIC 9(6).
               10 PND-PLAYER-ID PIC X(8).
               10 PND-TICKS PIC 9(6).
               10 PND-OBSTACLES PIC 9(4).
               10 PND-POINTS PIC 9(4).
               10 PND-MULT PIC 9.
               10 PND-REPLAYED PIC 9.
               10 PND-REASON PIC X(8).
               10 PND-REPLAY-TICKS PIC 9(6).
               10 PND-REPLAY-OBSTACLES PIC 9(4).
               10 PND-REPLAY-POINTS PIC 9(4).
       01 PND-I PIC 9(4) VALUE ZERO.
       01 PENDING-OVERFLOW-SWITCH PIC 9 VALUE ZERO.
           88 PENDING-OVERFLOW VALUE 1.
       01 GROUP-KEY.
           05 GROUP-DATE PIC 9(8) VALUE ZERO.
           05 GROUP-TIME PIC 9(6) VALUE ZERO.
       01 GROUP-POS PIC 9(4) VALUE ZERO.
       01 SEQ-GAP-SWITCH PIC 9 VALUE ZERO.
           88 SEQ-GAP-FOUND VALUE 1.
       01 REPLAY-BUFFER.
           05 REPLAY-COUNT PIC 9(5) VALUE ZERO.
           05 REPLAY-LIMIT PIC 9(5) VALUE 20000.
           05 REPLAY-EVENT-ENTRY OCCURS 20000 TIMES.
               10 BUF-EVENT PIC X.
               10 BUF-CHAR PIC X.
               10 BUF-SLOT PIC 99.
               10 BUF-Y PIC 99.
               10 BUF-TYPE PIC 9.
               10 BUF-Y-DIR PIC S9.
       01 REPLAY-I PIC 9(5) VALUE ZERO.
       01 REPLAY-DONE-SWITCH PIC 9 VALUE ZERO.
           88 REPLAY-DONE VALUE 1.
       01 SPAWN-DONE-SWITCH PIC 9 VALUE ZERO.
           88 SPAWNS-APPLIED VALUE 1.
       01 EARLY-END-SWITCH PIC 9 VALUE ZERO.
           88 INPUT-AFTER-END VALUE 1.
       01 SIM-STATS.
           05 SIM-TICKS PIC 9(6) VALUE ZERO.
           05 SIM-OBSTACLES PIC 9(4) VALUE ZERO.
       01 GAME.
           05 KEEP-PLAYING PIC 9 VALUE 1.
           05 CHAR-PRESSED PIC X VALUE SPACE.
       01 PLAYER.
           05 PLAYER-X PIC 99 VALUE 3.
           05 PLAYER-Y PIC 99 VALUE 13.
       01 OBSTACLE.
           05 OBSTACLES-Y PIC 99 OCCURS 10 TIMES VALUE ZERO.
           05 OBSTACLES-X PIC 99 OCCURS 10 TIMES VALUE ZERO.
           05 OBSTACLE-TYPE PIC 9 OCCURS 10 TIMES VALUE ZERO.
               88 OBSTACLE-IS-NORMAL VALUE 1.
               88 OBSTACLE-IS-POINTS VALUE 2.
               88 OBSTACLE-IS-DIAGONAL VALUE 3.
           05 OBSTACLE-Y-DIR PIC S9 OCCURS 10 TIMES VALUE ZERO.
           05 PENALTY-POINTS PIC 9(4) VALUE ZERO.
       01 I PIC 99 VALUE ZERO.
       01 SPAWN-SLOT PIC 99 VALUE ZERO.
       01 AUDIT-TOTALS.
           05 RUNS-AUDITED PIC 9(5) VALUE ZERO.
           05 RUNS-VERIFIED PIC 9(5) VALUE ZERO.
           05 RUNS-HELD PIC 9(5) VALUE ZERO.
           05 POINTS-HELD PIC 9(7) VALUE ZERO.
           05 RUNS-CLEARED PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           DISPLAY "Mode (A audit new runs, C clear held runs): "
               WITH NO ADVANCING
           ACCEPT MODE-ANSWER
           MOVE FUNCTION UPPER-CASE(MODE-ANSWER) TO MODE-ANSWER
           PERFORM OPEN-AUDIT-MASTER
           IF MODE-ANSWER EQUAL "C" THEN
               PERFORM CLEAR-HELD-RUNS
               CLOSE RUN-AUDIT-FILE
               STOP RUN
           END-IF
           PERFORM COLLECT-NEW-RUNS
           IF PENDING-COUNT EQUAL ZERO THEN
               DISPLAY "No new DODGER runs to audit."
               CLOSE RUN-AUDIT-FILE
               STOP RUN
           END-IF
           PERFORM REPLAY-NEW-RUNS
           PERFORM PRINT-REPORT-HEADING
           PERFORM RECORD-AUDIT-RESULTS
           CLOSE RUN-AUDIT-FILE
           PERFORM PRINT-AUDIT-TOTALS
           MOVE "RUNAUDIT" TO EVENT-TYPE-WORK
           MOVE "I" TO EVENT-SEVERITY-WORK
           MOVE "00" TO EVENT-STATUS-WORK
           MOVE SPACES TO EVENT-DETAIL-WORK
           STRING "AUDITED " RUNS-AUDITED " HELD " RUNS-HELD
               DELIMITED BY SIZE INTO EVENT-DETAIL-WORK
           PERFORM LOG-ARCADE-EVENT.
       STOP RUN.

       OPEN-AUDIT-MASTER.
           OPEN I-O RUN-AUDIT-FILE
           IF RAU-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT RUN-AUDIT-FILE
               CLOSE RUN-AUDIT-FILE
               OPEN I-O RUN-AUDIT-FILE
           END-IF
           IF RAU-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "Cannot open run-audit master, status "
                   RAU-FILE-STATUS
               MOVE "RAUOPEN" TO EVENT-TYPE-WORK
               MOVE "E" TO EVENT-SEVERITY-WORK
               MOVE RAU-FILE-STATUS TO EVENT-STATUS-WORK
               MOVE "RUN AUDIT NOT PERFORMED" TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               STOP RUN
           END-IF.

      * A run is new if the audit master has never seen its key.
      * Anything past the table limit waits for the next night.
       COLLECT-NEW-RUNS.
           OPEN INPUT DODGER-HS-FILE
           IF HS-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No high-score file found."
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-SCORE
           PERFORM UNTIL HS-AT-END
               MOVE HS-KEY TO RAU-KEY
               READ RUN-AUDIT-FILE
                   INVALID KEY
                       PERFORM ADD-PENDING-RUN
               END-READ
               PERFORM READ-NEXT-SCORE
           END-PERFORM
           CLOSE DODGER-HS-FILE
           IF PENDING-OVERFLOW THEN
               DISPLAY "WARNING: more than 5000 new runs - the rest"
                   " are left for the next audit."
               MOVE "AUDOVFL" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE "RUN AUDIT TABLE OVERFLOWED"
                   TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
           END-IF.

       READ-NEXT-SCORE.
           READ DODGER-HS-FILE NEXT RECORD
               AT END MOVE 1 TO HS-EOF-SWITCH
           END-READ.

       ADD-PENDING-RUN.
           IF PENDING-COUNT NOT LESS THAN 5000 THEN
               MOVE 1 TO PENDING-OVERFLOW-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PENDING-COUNT
           MOVE HS-DATE TO PND-DATE(PENDING-COUNT)
           MOVE HS-TIME TO PND-TIME(PENDING-COUNT)
           MOVE HS-PLAYER-ID TO PND-PLAYER-ID(PENDING-COUNT)
           MOVE HS-SURVIVAL-TICKS TO PND-TICKS(PENDING-COUNT)
           MOVE HS-OBSTACLES-REACHED TO PND-OBSTACLES(PENDING-COUNT)
           MOVE HS-PENALTY-POINTS TO PND-POINTS(PENDING-COUNT)
           MOVE HS-POINTS-MULT TO PND-MULT(PENDING-COUNT)
           IF PND-MULT(PENDING-COUNT) EQUAL ZERO THEN
               MOVE 1 TO PND-MULT(PENDING-COUNT)
           END-IF
           MOVE ZERO TO PND-REPLAYED(PENDING-COUNT)
           MOVE SPACES TO PND-REASON(PENDING-COUNT)
           MOVE ZERO TO PND-REPLAY-TICKS(PENDING-COUNT)
           MOVE ZERO TO PND-REPLAY-OBSTACLES(PENDING-COUNT)
           MOVE ZERO TO PND-REPLAY-POINTS(PENDING-COUNT).

      * DODGER appends each run's events in one block under the key
      * of its high-score record, so one pass of the replay file
      * gathers each run in turn. A run whose events turn up in two
      * separate blocks cannot be trusted to re-enact faithfully and
      * is held rather than guessed at.
       REPLAY-NEW-RUNS.
           OPEN INPUT DODGER-RPL-FILE
           IF RPL-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "WARNING: no replay file - every new run is"
                   " held."
               MOVE "RPLOPEN" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
               MOVE RPL-FILE-STATUS TO EVENT-STATUS-WORK
               MOVE "REPLAY FILE MISSING FOR RUN AUDIT"
                   TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO GROUP-POS
           MOVE ZERO TO GROUP-KEY
           PERFORM READ-REPLAY-RECORD
           PERFORM UNTIL RPL-AT-END
               IF REP-KEY NOT EQUAL GROUP-KEY THEN
                   PERFORM FINISH-REPLAY-GROUP
                   PERFORM START-REPLAY-GROUP
               END-IF
               IF GROUP-POS GREATER THAN ZERO THEN
                   PERFORM BUFFER-REPLAY-EVENT
               END-IF
               PERFORM READ-REPLAY-RECORD
           END-PERFORM
           PERFORM FINISH-REPLAY-GROUP
           CLOSE DODGER-RPL-FILE.

       READ-REPLAY-RECORD.
           READ DODGER-RPL-FILE
               AT END MOVE 1 TO RPL-EOF-SWITCH
           END-READ.

       START-REPLAY-GROUP.
           MOVE REP-KEY TO GROUP-KEY
           MOVE ZERO TO GROUP-POS
           MOVE ZERO TO REPLAY-COUNT
           MOVE ZERO TO SEQ-GAP-SWITCH
           MOVE 1 TO PND-I
           PERFORM UNTIL PND-I GREATER THAN PENDING-COUNT
               IF PND-DATE(PND-I) EQUAL REP-DATE
                       AND PND-TIME(PND-I) EQUAL REP-TIME THEN
                   MOVE PND-I TO GROUP-POS
                   EXIT PERFORM
               END-IF
               ADD 1 TO PND-I
           END-PERFORM
           IF GROUP-POS GREATER THAN ZERO THEN
               IF PND-REPLAYED(GROUP-POS) EQUAL 1 THEN
                   MOVE "SPLITRPL" TO PND-REASON(GROUP-POS)
                   MOVE ZERO TO GROUP-POS
               END-IF
           END-IF.

       BUFFER-REPLAY-EVENT.
           IF REPLAY-COUNT NOT LESS THAN REPLAY-LIMIT THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO REPLAY-COUNT
           IF REP-SEQ NOT EQUAL REPLAY-COUNT THEN
               MOVE 1 TO SEQ-GAP-SWITCH
           END-IF
           MOVE REP-EVENT TO BUF-EVENT(REPLAY-COUNT)
           MOVE REP-CHAR TO BUF-CHAR(REPLAY-COUNT)
           MOVE REP-SLOT TO BUF-SLOT(REPLAY-COUNT)
           MOVE REP-OBSTACLE-Y TO BUF-Y(REPLAY-COUNT)
           MOVE REP-OBSTACLE-TYPE TO BUF-TYPE(REPLAY-COUNT)
           MOVE REP-OBSTACLE-Y-DIR TO BUF-Y-DIR(REPLAY-COUNT).

       FINISH-REPLAY-GROUP.
           IF GROUP-POS EQUAL ZERO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO PND-REPLAYED(GROUP-POS)
           PERFORM SIMULATE-RUN
           MOVE SIM-TICKS TO PND-REPLAY-TICKS(GROUP-POS)
           MOVE SIM-OBSTACLES TO PND-REPLAY-OBSTACLES(GROUP-POS)
           COMPUTE PND-REPLAY-POINTS(GROUP-POS) =
               PENALTY-POINTS * PND-MULT(GROUP-POS)
               ON SIZE ERROR MOVE 9999 TO PND-REPLAY-POINTS(GROUP-POS)
           END-COMPUTE
           PERFORM JUDGE-REPLAYED-RUN
           MOVE ZERO TO GROUP-POS.

      * The first failing check names the reason. A full buffer
      * means DODGER stopped capturing part way through the run, so
      * the figures cannot be proved either way.
       JUDGE-REPLAYED-RUN.
           EVALUATE TRUE
               WHEN REPLAY-COUNT NOT LESS THAN REPLAY-LIMIT
                   MOVE "TRUNCATD" TO PND-REASON(GROUP-POS)
               WHEN SEQ-GAP-FOUND
                   MOVE "SEQGAP" TO PND-REASON(GROUP-POS)
               WHEN INPUT-AFTER-END
                   MOVE "EARLYEND" TO PND-REASON(GROUP-POS)
               WHEN KEEP-PLAYING EQUAL 1
                   MOVE "NOEND" TO PND-REASON(GROUP-POS)
               WHEN SIM-TICKS NOT EQUAL PND-TICKS(GROUP-POS)
                   MOVE "TICKS" TO PND-REASON(GROUP-POS)
               WHEN SIM-OBSTACLES NOT EQUAL PND-OBSTACLES(GROUP-POS)
                   MOVE "OBSTACLE" TO PND-REASON(GROUP-POS)
               WHEN PND-REPLAY-POINTS(GROUP-POS)
                       NOT EQUAL PND-POINTS(GROUP-POS)
                   MOVE "POINTS" TO PND-REASON(GROUP-POS)
               WHEN OTHER
                   MOVE SPACES TO PND-REASON(GROUP-POS)
           END-EVALUATE.

      * Headless re-enactment of one run. This follows DODGRPLY's
      * tick exactly, less the drawing and the delay: the delay ramp
      * only decides when obstacles spawn, and the spawns are taken
      * from the recording, so timing never affects the outcome. A
      * genuine run ends on its last recorded key, either by a
      * collision or by the player quitting.
       SIMULATE-RUN.
           MOVE 3 TO PLAYER-X
           MOVE 13 TO PLAYER-Y
           MOVE 1 TO I
           PERFORM UNTIL I > 10
               MOVE ZERO TO OBSTACLES-X(I)
               MOVE ZERO TO OBSTACLES-Y(I)
               MOVE ZERO TO OBSTACLE-TYPE(I)
               MOVE ZERO TO OBSTACLE-Y-DIR(I)
               ADD 1 TO I
           END-PERFORM
           MOVE ZERO TO PENALTY-POINTS
           MOVE ZERO TO SIM-TICKS
           MOVE ZERO TO SIM-OBSTACLES
           MOVE 1 TO KEEP-PLAYING
           MOVE ZERO TO EARLY-END-SWITCH
           MOVE ZERO TO REPLAY-DONE-SWITCH
           MOVE 1 TO REPLAY-I
           PERFORM SIMULATE-ONE-TICK UNTIL REPLAY-DONE.

       SIMULATE-ONE-TICK.
           PERFORM APPLY-PENDING-SPAWNS
           IF REPLAY-I GREATER THAN REPLAY-COUNT THEN
               MOVE 1 TO REPLAY-DONE-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF KEEP-PLAYING EQUAL ZERO THEN
               MOVE 1 TO EARLY-END-SWITCH
               MOVE 1 TO REPLAY-DONE-SWITCH
               EXIT PARAGRAPH
           END-IF
           MOVE BUF-CHAR(REPLAY-I) TO CHAR-PRESSED
           ADD 1 TO REPLAY-I
           ADD 1 TO SIM-TICKS
           EVALUATE FUNCTION LOWER-CASE(CHAR-PRESSED)
               WHEN "q"
                   MOVE ZERO TO KEEP-PLAYING
               WHEN "w"
                   IF PLAYER-Y GREATER THAN 11 THEN
                       ADD 1 TO PLAYER-X
                       SUBTRACT 1 FROM PLAYER-Y
                   END-IF
               WHEN "s"
                   IF PLAYER-Y LESS THAN 13 THEN
                       SUBTRACT 1 FROM PLAYER-X
                       ADD 1 TO PLAYER-Y
                   END-IF
               WHEN "d"
                   IF PLAYER-X LESS THAN 50 THEN
                       ADD 1 TO PLAYER-X
                   END-IF
               WHEN "a"
                   IF PLAYER-X GREATER THAN 3 THEN
                       SUBTRACT 1 FROM PLAYER-X
                   END-IF
           END-EVALUATE
           PERFORM CHECK-COLLISION
           PERFORM MOVE-OBSTACLES.

       APPLY-PENDING-SPAWNS.
           MOVE ZERO TO SPAWN-DONE-SWITCH
           PERFORM UNTIL SPAWNS-APPLIED
               IF REPLAY-I GREATER THAN REPLAY-COUNT THEN
                   MOVE 1 TO SPAWN-DONE-SWITCH
               ELSE
                   IF BUF-EVENT(REPLAY-I) EQUAL "I" THEN
                       MOVE 1 TO SPAWN-DONE-SWITCH
                   ELSE
                       PERFORM APPLY-ONE-SPAWN
                       ADD 1 TO REPLAY-I
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-ONE-SPAWN.
           ADD 1 TO SIM-OBSTACLES
           MOVE BUF-SLOT(REPLAY-I) TO SPAWN-SLOT
           IF SPAWN-SLOT GREATER THAN ZERO
                   AND SPAWN-SLOT LESS THAN 11 THEN
               MOVE 60 TO OBSTACLES-X(SPAWN-SLOT)
               MOVE BUF-Y(REPLAY-I) TO OBSTACLES-Y(SPAWN-SLOT)
               MOVE BUF-TYPE(REPLAY-I)
                   TO OBSTACLE-TYPE(SPAWN-SLOT)
               MOVE BUF-Y-DIR(REPLAY-I)
                   TO OBSTACLE-Y-DIR(SPAWN-SLOT)
           END-IF.

       CHECK-COLLISION.
           MOVE 1 TO I
           PERFORM UNTIL I > 10
               IF PLAYER-X = OBSTACLES-X(I)
                  AND PLAYER-Y = OBSTACLES-Y(I) THEN
                  IF OBSTACLE-IS-POINTS(I) THEN
                      ADD 1 TO PENALTY-POINTS
                      MOVE ZERO TO OBSTACLES-X(I)
                  ELSE
                      MOVE ZERO TO KEEP-PLAYING
                  END-IF
               END-IF
               ADD 1 TO I
           END-PERFORM.

       MOVE-OBSTACLES.
           MOVE 1 TO I
           PERFORM UNTIL I > 10
               IF OBSTACLES-X(I) > 0 THEN
                   SUBTRACT 1 FROM OBSTACLES-X(I)
                   IF OBSTACLE-IS-DIAGONAL(I) THEN
                       ADD OBSTACLE-Y-DIR(I) TO OBSTACLES-Y(I)
                       IF OBSTACLES-Y(I) LESS THAN 11 THEN
                           MOVE 11 TO OBSTACLES-Y(I)
                           MOVE 1 TO OBSTACLE-Y-DIR(I)
                       ELSE IF OBSTACLES-Y(I) GREATER THAN 14 THEN
                           MOVE 14 TO OBSTACLES-Y(I)
                           MOVE -1 TO OBSTACLE-Y-DIR(I)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO I
           END-PERFORM.

       PRINT-REPORT-HEADING.
           DISPLAY "======================================"
           DISPLAY "   DODGER RUN AUDIT - " TODAY-DATE
           DISPLAY "======================================"
           DISPLAY "---- EXCEPTIONS (POINTS HELD) ----"
           DISPLAY "DATE      TIME    PLAYER    REASON    "
               "TICKS STORED/REPLAY  OBST  POINTS".

      * Every new run gets its audit record, verified or held, so it
      * is never audited twice. Held runs go on the report and the
      * event journal.
       RECORD-AUDIT-RESULTS.
           MOVE 1 TO PND-I
           PERFORM UNTIL PND-I GREATER THAN PENDING-COUNT
               IF PND-REPLAYED(PND-I) EQUAL ZERO
                       AND PND-REASON(PND-I) EQUAL SPACES THEN
                   MOVE "NOREPLAY" TO PND-REASON(PND-I)
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               ADD 1 TO PND-I
           END-PERFORM.

       WRITE-AUDIT-RECORD.
           ADD 1 TO RUNS-AUDITED
           MOVE PND-DATE(PND-I) TO RAU-DATE
           MOVE PND-TIME(PND-I) TO RAU-TIME
           MOVE PND-PLAYER-ID(PND-I) TO RAU-PLAYER-ID
           MOVE PND-REASON(PND-I) TO RAU-REASON
           MOVE PND-TICKS(PND-I) TO RAU-STORED-TICKS
           MOVE PND-REPLAY-TICKS(PND-I) TO RAU-REPLAY-TICKS
           MOVE PND-OBSTACLES(PND-I) TO RAU-STORED-OBSTACLES
           MOVE PND-REPLAY-OBSTACLES(PND-I) TO RAU-REPLAY-OBSTACLES
           MOVE PND-POINTS(PND-I) TO RAU-STORED-POINTS
           MOVE PND-REPLAY-POINTS(PND-I) TO RAU-REPLAY-POINTS
           MOVE TODAY-DATE TO RAU-AUDIT-DATE
           MOVE SPACES TO RAU-CLEARED-BY
           MOVE ZERO TO RAU-CLEARED-DATE
           IF PND-REASON(PND-I) EQUAL SPACES THEN
               MOVE "V" TO RAU-STATUS
               ADD 1 TO RUNS-VERIFIED
           ELSE
               MOVE "H" TO RAU-STATUS
               ADD 1 TO RUNS-HELD
               ADD PND-POINTS(PND-I) TO POINTS-HELD
               PERFORM REPORT-HELD-RUN
           END-IF
           WRITE RUN-AUDIT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: audit record not written for "
                       RAU-DATE " " RAU-TIME ", status "
                       RAU-FILE-STATUS
           END-WRITE.

       REPORT-HELD-RUN.
           DISPLAY RAU-DATE "  " RAU-TIME "  " RAU-PLAYER-ID "  "
               RAU-REASON "  " RAU-STORED-TICKS "/" RAU-REPLAY-TICKS
               "     " RAU-STORED-OBSTACLES "/" RAU-REPLAY-OBSTACLES
               "  " RAU-STORED-POINTS "/" RAU-REPLAY-POINTS
           MOVE "RUNHELD" TO EVENT-TYPE-WORK
           MOVE "W" TO EVENT-SEVERITY-WORK
           MOVE "00" TO EVENT-STATUS-WORK
           MOVE SPACES TO EVENT-DETAIL-WORK
           STRING "HELD " RAU-DATE " " RAU-TIME " " RAU-REASON
               " " RAU-PLAYER-ID DELIMITED BY SIZE
               INTO EVENT-DETAIL-WORK
           PERFORM LOG-ARCADE-EVENT.

       PRINT-AUDIT-TOTALS.
           IF RUNS-HELD EQUAL ZERO THEN
               DISPLAY "(none)"
           END-IF
           DISPLAY " "
           DISPLAY "RUNS AUDITED:     " RUNS-AUDITED
           DISPLAY "RUNS VERIFIED:    " RUNS-VERIFIED
           DISPLAY "RUNS HELD:        " RUNS-HELD
           DISPLAY "POINTS HELD:      " POINTS-HELD
           DISPLAY " "
           DISPLAY "HELD POINTS CANNOT BE REDEEMED UNTIL THE RUN IS"
           DISPLAY "CLEARED WITH RPLAUDIT MODE C.".

      * Clearing is the operator's word that a held run is honest;
      * the operator ID and date stay on the audit record.
       CLEAR-HELD-RUNS.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT OPERATOR-ANSWER
           MOVE FUNCTION UPPER-CASE(OPERATOR-ANSWER) TO OPERATOR-ANSWER
           IF OPERATOR-ANSWER EQUAL SPACES THEN
               DISPLAY "An operator ID is required to clear runs."
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-HELD-RUNS
           PERFORM CLEAR-ONE-RUN UNTIL KEEP-CLEARING EQUAL ZERO
           DISPLAY "Runs cleared: " RUNS-CLEARED.

       LIST-HELD-RUNS.
           DISPLAY "---- RUNS ON HOLD ----"
           DISPLAY "DATE      TIME    PLAYER    REASON    POINTS"
           MOVE ZERO TO RAU-KEY
           START RUN-AUDIT-FILE KEY NOT LESS THAN RAU-KEY
               INVALID KEY MOVE 1 TO RAU-EOF-SWITCH
           END-START
           PERFORM UNTIL RAU-AT-END
               READ RUN-AUDIT-FILE NEXT RECORD
                   AT END MOVE 1 TO RAU-EOF-SWITCH
                   NOT AT END
                       IF RAU-HELD THEN
                           DISPLAY RAU-DATE "  " RAU-TIME "  "
                               RAU-PLAYER-ID "  " RAU-REASON "  "
                               RAU-STORED-POINTS
                       END-IF
               END-READ
           END-PERFORM.

       CLEAR-ONE-RUN.
           DISPLAY "Run date YYYYMMDD (blank to finish): "
               WITH NO ADVANCING
           ACCEPT CLEAR-DATE-ANSWER
           IF CLEAR-DATE-ANSWER EQUAL SPACES THEN
               MOVE ZERO TO KEEP-CLEARING
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Run time HHMMSS: " WITH NO ADVANCING
           ACCEPT CLEAR-TIME-ANSWER
           IF CLEAR-DATE-ANSWER IS NOT NUMERIC
                   OR CLEAR-TIME-ANSWER IS NOT NUMERIC THEN
               DISPLAY "Date and time must be numeric."
               EXIT PARAGRAPH
           END-IF
           MOVE CLEAR-DATE-ANSWER TO RAU-DATE
           MOVE CLEAR-TIME-ANSWER TO RAU-TIME
           READ RUN-AUDIT-FILE
               INVALID KEY
                   DISPLAY "No audit record for that run."
               NOT INVALID KEY
                   PERFORM RELEASE-HELD-RUN
           END-READ.

       RELEASE-HELD-RUN.
           IF NOT RAU-HELD THEN
               DISPLAY "That run is not on hold."
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO RAU-STATUS
           MOVE OPERATOR-ANSWER TO RAU-CLEARED-BY
           MOVE TODAY-DATE TO RAU-CLEARED-DATE
           REWRITE RUN-AUDIT-RECORD
           IF RAU-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "Run not cleared, status " RAU-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RUNS-CLEARED
           DISPLAY "Cleared - " RAU-STORED-POINTS
               " points released for " RAU-PLAYER-ID
           MOVE "RUNCLEAR" TO EVENT-TYPE-WORK
           MOVE "I" TO EVENT-SEVERITY-WORK
           MOVE "00" TO EVENT-STATUS-WORK
           MOVE SPACES TO EVENT-DETAIL-WORK
           STRING "CLEARED " RAU-DATE " " RAU-TIME " BY "
               OPERATOR-ANSWER DELIMITED BY SIZE
               INTO EVENT-DETAIL-WORK
           PERFORM LOG-ARCADE-EVENT.

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
           MOVE "RPLAUDIT" TO EVT-PROGRAM
           MOVE EVENT-TYPE-WORK TO EVT-TYPE
           MOVE EVENT-SEVERITY-WORK TO EVT-SEVERITY
           MOVE EVENT-STATUS-WORK TO EVT-FILE-STATUS
           MOVE EVENT-DETAIL-WORK TO EVT-DETAIL
           WRITE ARC-EVENT-RECORD
           CLOSE ARC-EVENT-FILE.
       END PROGRAM RPLAUDIT.
