       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTILRPT.
       AUTHOR. SomeUnusualGames
      * Weekly cabinet utilization report. ARCSUMM and ARCTREND
      * only see whole days; this goes back to the session records
      * for the seven days ending on the report date - DODGER runs
      * from the live and month-end high-score files, GAME matches
      * from the match-results master - and for each cabinet prints
      * the sessions started and the minutes the cabinet was in use
      * by hour of day and by day of the week, with the occupancy
      * against the minutes the floor was open. A GAME match is
      * spread over the hours it ran from its start time and
      * duration; a DODGER run has no duration on file, so it is
      * taken to have filled the minutes set on the parameter file
      * up to the time it was written. Open hours that sit idle are
      * flagged dead and the busiest peak, against the thresholds
      * on the same parameter file, for staffing and opening-hours
      * decisions and for judging whether a cabinet earns its
      * place.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT GAME-RESULT-FILE ASSIGN TO "GAMERES"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY RES-KEY
               FILE STATUS RES-FILE-STATUS.
           SELECT UTIL-PRM-FILE ASSIGN TO "UTILPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS UTP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DODGER-HS-FILE.
       01 DODGER-HS-RECORD.
           COPY DODGEHS.
       FD DODGER-HH-FILE.
       01 DODGER-HH-RECORD.
           COPY DODGEHS REPLACING LEADING ==HS-== BY ==HHS-==.
       FD GAME-RESULT-FILE.
       01 GAME-RESULT-RECORD.
           COPY GAMERES.
       FD UTIL-PRM-FILE.
       01 UTIL-PRM-RECORD.
           COPY UTILPRM.
       WORKING-STORAGE SECTION.
       01 HS-FILE-STATUS PIC XX VALUE ZERO.
       01 HH-FILE-STATUS PIC XX VALUE ZERO.
       01 RES-FILE-STATUS PIC XX VALUE ZERO.
       01 UTP-FILE-STATUS PIC XX VALUE ZERO.
       01 HS-EOF-SWITCH PIC 9 VALUE ZERO.
           88 HS-AT-END VALUE 1.
       01 HH-EOF-SWITCH PIC 9 VALUE ZERO.
           88 HH-AT-END VALUE 1.
       01 RES-EOF-SWITCH PIC 9 VALUE ZERO.
           88 RES-AT-END VALUE 1.
      * Parameters as used - the file's values when it has a good
      * record, otherwise these defaults: three-minute DODGER runs,
      * dead at 5% or less, peak at 60% or more, open 10:00-22:00
      * every day.
       01 UTIL-PARAMETERS.
           05 DODGER-MINUTES PIC 99 VALUE 3.
           05 DEAD-PCT PIC 99 VALUE 5.
           05 PEAK-PCT PIC 99 VALUE 60.
           05 OPENING-HOURS OCCURS 7 TIMES.
               10 OPEN-HOUR PIC 99 VALUE 10.
               10 CLOSE-HOUR PIC 99 VALUE 22.
       01 REPORT-DATE-ANSWER PIC X(8) VALUE SPACES.
       01 REPORT-WINDOW.
           05 WEEK-END-DATE PIC 9(8) VALUE ZERO.
           05 WEEK-START-DATE PIC 9(8) VALUE ZERO.
           05 WEEK-START-DAYS PIC 9(8) VALUE ZERO.
           05 WEEK-START-WEEKDAY PIC 9 VALUE ZERO.
       01 DAY-NAME-VALUES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05 DAY-NAME PIC X(3) OCCURS 7 TIMES.
      * One row per cabinet, one slot per hour of the report week:
      * slot 1 is midnight to 01:00 on the first day, slot 168 the
      * last hour of the seventh.
       01 CABINET-TABLE.
           05 CABINET-COUNT PIC 99 VALUE ZERO.
           05 CABINET-ENTRY OCCURS 10 TIMES.
               10 UCB-ID PIC XX.
               10 UCB-SLOT OCCURS 168 TIMES.
                   15 UCB-SESSIONS PIC 9(4).
                   15 UCB-SECONDS PIC 9(6).
       01 CAB-I PIC 99 VALUE ZERO.
       01 CAB-POS PIC 99 VALUE ZERO.
       01 CABINET-WORK PIC XX VALUE SPACES.
       01 CABINET-OVERFLOW-SWITCH PIC 9 VALUE ZERO.
           88 CABINET-OVERFLOW VALUE 1.
       01 SESSION-WORK.
           05 SESSION-DATE PIC 9(8) VALUE ZERO.
           05 SESSION-TIME PIC 9(6) VALUE ZERO.
           05 SESSION-TIME-PARTS REDEFINES SESSION-TIME.
               10 SESSION-HH PIC 99.
               10 SESSION-MM PIC 99.
               10 SESSION-SS PIC 99.
           05 SESSION-DAY-INDEX PIC S9(8) VALUE ZERO.
           05 SESSION-SECONDS PIC 9(6) VALUE ZERO.
       01 SPREAD-WORK.
           05 SPREAD-OFFSET PIC S9(7) VALUE ZERO.
           05 SPREAD-REMAINING PIC 9(6) VALUE ZERO.
           05 SPREAD-SLOT PIC 9(3) VALUE ZERO.
           05 SPREAD-ROOM PIC 9(4) VALUE ZERO.
           05 SPREAD-TAKE PIC 9(4) VALUE ZERO.
       01 WEEK-SECONDS PIC 9(6) VALUE 604800.
       01 DAY-I PIC 9 VALUE ZERO.
       01 HOUR-I PIC 99 VALUE ZERO.
       01 SLOT-I PIC 9(3) VALUE ZERO.
       01 WEEKDAY-WORK PIC 9 VALUE ZERO.
       01 PRIOR-WEEKDAY PIC 9 VALUE ZERO.
       01 HOUR-OPEN-SWITCH PIC 9 VALUE ZERO.
           88 HOUR-IS-OPEN VALUE 1.
       01 HOUR-TOTALS.
           05 HOUR-ENTRY OCCURS 24 TIMES.
               10 HR-SESSIONS PIC 9(5).
               10 HR-SECONDS PIC 9(7).
               10 HR-OPEN-MINUTES PIC 9(5).
       01 DAY-TOTALS.
           05 DAY-ENTRY OCCURS 7 TIMES.
               10 DY-DATE PIC 9(8).
               10 DY-WEEKDAY PIC 9.
               10 DY-SESSIONS PIC 9(5).
               10 DY-SECONDS PIC 9(7).
               10 DY-OPEN-MINUTES PIC 9(5).
       01 CABINET-TOTALS.
           05 CT-SESSIONS PIC 9(6) VALUE ZERO.
           05 CT-SECONDS PIC 9(8) VALUE ZERO.
           05 CT-OPEN-MINUTES PIC 9(6) VALUE ZERO.
           05 CT-DEAD-HOURS PIC 99 VALUE ZERO.
           05 CT-PEAK-HOURS PIC 99 VALUE ZERO.
       01 OCCUPANCY-WORK.
           05 OCC-SECONDS PIC 9(8) VALUE ZERO.
           05 OCC-OPEN-MINUTES PIC 9(6) VALUE ZERO.
           05 OCC-PCT PIC 9(4)V9 VALUE ZERO.
           05 OCC-MINUTES PIC 9(6) VALUE ZERO.
       01 OCC-FLAG PIC X(6) VALUE SPACES.
       01 PCT-DISPLAY PIC ZZZ9.9.
       01 MINUTES-DISPLAY PIC ZZZZZ9.
       01 OPEN-DISPLAY PIC ZZZZZ9.
       01 SESSIONS-DISPLAY PIC ZZZZ9.
       01 FLAG-LINES.
           05 DEAD-LINE PIC X(80) VALUE SPACES.
           05 PEAK-LINE PIC X(80) VALUE SPACES.
           05 DEAD-POINTER PIC 99 VALUE 1.
           05 PEAK-POINTER PIC 99 VALUE 1.
       01 HOUR-LABEL PIC 99 VALUE ZERO.
       01 RUN-TOTALS.
           05 DODGER-RUNS-READ PIC 9(6) VALUE ZERO.
           05 GAME-MATCHES-READ PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-REPORT-WEEK
           PERFORM LOAD-PARAMETERS
           PERFORM SPREAD-DODGER-RUNS
           PERFORM SPREAD-DODGER-HISTORY
           PERFORM SPREAD-GAME-MATCHES
           DISPLAY "======================================"
           DISPLAY "   WEEKLY CABINET UTILIZATION REPORT"
           DISPLAY "   " WEEK-START-DATE " TO " WEEK-END-DATE
           DISPLAY "======================================"
           DISPLAY "DODGER RUNS IN WEEK:     " DODGER-RUNS-READ
           DISPLAY "GAME MATCHES IN WEEK:    " GAME-MATCHES-READ
           DISPLAY "DODGER RUN TAKEN AS:     " DODGER-MINUTES
               " MINUTES"
           DISPLAY "DEAD AT OR BELOW:        " DEAD-PCT "%"
           DISPLAY "PEAK AT OR ABOVE:        " PEAK-PCT "%"
           IF CABINET-COUNT EQUAL ZERO THEN
               DISPLAY " "
               DISPLAY "No sessions in the week."
           END-IF
           MOVE 1 TO CAB-I
           PERFORM UNTIL CAB-I GREATER THAN CABINET-COUNT
               PERFORM REPORT-ONE-CABINET
               ADD 1 TO CAB-I
           END-PERFORM
           IF CABINET-OVERFLOW THEN
               DISPLAY " "
               DISPLAY "WARNING: more than 10 cabinets - sessions on"
                   " the rest are not reported."
           END-IF.
       STOP RUN.

       GET-REPORT-WEEK.
           DISPLAY "Week ending YYYYMMDD (blank = today): "
               WITH NO ADVANCING
           ACCEPT REPORT-DATE-ANSWER
           IF REPORT-DATE-ANSWER EQUAL SPACES THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE-ANSWER
           END-IF
           IF REPORT-DATE-ANSWER IS NOT NUMERIC THEN
               DISPLAY "Week-ending date must be numeric: "
                   REPORT-DATE-ANSWER
               STOP RUN
           END-IF
           MOVE REPORT-DATE-ANSWER TO WEEK-END-DATE
           COMPUTE WEEK-START-DAYS =
               FUNCTION INTEGER-OF-DATE(WEEK-END-DATE) - 6
           COMPUTE WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(WEEK-START-DAYS)
      * Day 1 of the integer calendar, 1601-01-01, was a Monday.
           COMPUTE WEEK-START-WEEKDAY =
               FUNCTION MOD(WEEK-START-DAYS - 1, 7) + 1.

      * A missing or garbled parameter record leaves the defaults.
       LOAD-PARAMETERS.
           OPEN INPUT UTIL-PRM-FILE
           IF UTP-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No UTILPRM file - using default parameters."
               EXIT PARAGRAPH
           END-IF
           READ UTIL-PRM-FILE
               AT END
                   DISPLAY "Empty UTILPRM file - using defaults."
               NOT AT END
                   IF UTIL-PRM-RECORD IS NUMERIC THEN
                       MOVE UTP-DODGER-MINUTES TO DODGER-MINUTES
                       MOVE UTP-DEAD-PCT TO DEAD-PCT
                       MOVE UTP-PEAK-PCT TO PEAK-PCT
                       MOVE 1 TO DAY-I
                       PERFORM UNTIL DAY-I GREATER THAN 7
                           MOVE UTP-OPEN-HOUR(DAY-I)
                               TO OPEN-HOUR(DAY-I)
                           MOVE UTP-CLOSE-HOUR(DAY-I)
                               TO CLOSE-HOUR(DAY-I)
                           ADD 1 TO DAY-I
                       END-PERFORM
                   ELSE
                       DISPLAY "Bad UTILPRM record - using defaults."
                   END-IF
           END-READ
           CLOSE UTIL-PRM-FILE.

      * HS-TIME is stamped when the run is written, at its end, so
      * the run is spread back over the minutes before it.
       SPREAD-DODGER-RUNS.
           OPEN INPUT DODGER-HS-FILE
           IF HS-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-SCORE
           PERFORM UNTIL HS-AT-END
               MOVE HS-DATE TO SESSION-DATE
               MOVE HS-TIME TO SESSION-TIME
               MOVE HS-CABINET-ID TO CABINET-WORK
               PERFORM SPREAD-DODGER-SESSION
               PERFORM READ-NEXT-SCORE
           END-PERFORM
           CLOSE DODGER-HS-FILE.

       READ-NEXT-SCORE.
           READ DODGER-HS-FILE NEXT RECORD
               AT END MOVE 1 TO HS-EOF-SWITCH
           END-READ.

      * The month-end archive may have moved the front of the
      * week off the live file.
       SPREAD-DODGER-HISTORY.
           OPEN INPUT DODGER-HH-FILE
           IF HH-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-HISTORY
           PERFORM UNTIL HH-AT-END
               MOVE HHS-DATE TO SESSION-DATE
               MOVE HHS-TIME TO SESSION-TIME
               MOVE HHS-CABINET-ID TO CABINET-WORK
               PERFORM SPREAD-DODGER-SESSION
               PERFORM READ-NEXT-HISTORY
           END-PERFORM
           CLOSE DODGER-HH-FILE.

       READ-NEXT-HISTORY.
           READ DODGER-HH-FILE NEXT RECORD
               AT END MOVE 1 TO HH-EOF-SWITCH
           END-READ.

       SPREAD-DODGER-SESSION.
           IF SESSION-DATE LESS THAN WEEK-START-DATE
                   OR SESSION-DATE GREATER THAN WEEK-END-DATE THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DODGER-RUNS-READ
           PERFORM COMPUTE-SESSION-OFFSET
           COMPUTE SESSION-SECONDS = DODGER-MINUTES * 60
           SUBTRACT SESSION-SECONDS FROM SPREAD-OFFSET
           IF SPREAD-OFFSET LESS THAN ZERO THEN
               ADD SPREAD-OFFSET TO SESSION-SECONDS
               MOVE ZERO TO SPREAD-OFFSET
           END-IF
           PERFORM SPREAD-SESSION.

      * RES-TIME is the start of the match and RES-DURATION-SECS
      * how long it ran.
       SPREAD-GAME-MATCHES.
           OPEN INPUT GAME-RESULT-FILE
           IF RES-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-NEXT-RESULT
           PERFORM UNTIL RES-AT-END
               IF RES-DATE NOT LESS THAN WEEK-START-DATE
                       AND RES-DATE NOT GREATER THAN
                       WEEK-END-DATE THEN
                   ADD 1 TO GAME-MATCHES-READ
                   MOVE RES-DATE TO SESSION-DATE
                   MOVE RES-TIME TO SESSION-TIME
                   MOVE RES-CABINET-ID TO CABINET-WORK
                   PERFORM COMPUTE-SESSION-OFFSET
                   MOVE RES-DURATION-SECS TO SESSION-SECONDS
                   PERFORM SPREAD-SESSION
               END-IF
               PERFORM READ-NEXT-RESULT
           END-PERFORM
           CLOSE GAME-RESULT-FILE.

       READ-NEXT-RESULT.
           READ GAME-RESULT-FILE NEXT RECORD
               AT END MOVE 1 TO RES-EOF-SWITCH
           END-READ.

       COMPUTE-SESSION-OFFSET.
           COMPUTE SESSION-DAY-INDEX =
               FUNCTION INTEGER-OF-DATE(SESSION-DATE)
               - WEEK-START-DAYS
           COMPUTE SPREAD-OFFSET = SESSION-DAY-INDEX * 86400
               + SESSION-HH * 3600 + SESSION-MM * 60 + SESSION-SS.

      * Counts the session in the hour it started and lays its
      * seconds into that hour and the ones after it until it is
      * used up or the week ends. Records written before cabinets
      * were told apart carry no cabinet and belong to "01".
       SPREAD-SESSION.
           IF CABINET-WORK EQUAL SPACES THEN
               MOVE "01" TO CABINET-WORK
           END-IF
           PERFORM FIND-CABINET-ENTRY
           IF CAB-POS EQUAL ZERO THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE SPREAD-SLOT = SPREAD-OFFSET / 3600 + 1
           ADD 1 TO UCB-SESSIONS(CAB-POS, SPREAD-SLOT)
           MOVE SESSION-SECONDS TO SPREAD-REMAINING
           PERFORM UNTIL SPREAD-REMAINING EQUAL ZERO
                   OR SPREAD-OFFSET NOT LESS THAN WEEK-SECONDS
               COMPUTE SPREAD-SLOT = SPREAD-OFFSET / 3600 + 1
               COMPUTE SPREAD-ROOM =
                   SPREAD-SLOT * 3600 - SPREAD-OFFSET
               IF SPREAD-ROOM LESS THAN SPREAD-REMAINING THEN
                   MOVE SPREAD-ROOM TO SPREAD-TAKE
               ELSE
                   MOVE SPREAD-REMAINING TO SPREAD-TAKE
               END-IF
               ADD SPREAD-TAKE TO UCB-SECONDS(CAB-POS, SPREAD-SLOT)
               ADD SPREAD-TAKE TO SPREAD-OFFSET
               SUBTRACT SPREAD-TAKE FROM SPREAD-REMAINING
           END-PERFORM.

       FIND-CABINET-ENTRY.
           MOVE ZERO TO CAB-POS
           MOVE 1 TO CAB-I
           PERFORM UNTIL CAB-I GREATER THAN CABINET-COUNT
               IF UCB-ID(CAB-I) EQUAL CABINET-WORK THEN
                   MOVE CAB-I TO CAB-POS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CAB-I
           END-PERFORM
           IF CABINET-COUNT NOT LESS THAN 10 THEN
               MOVE 1 TO CABINET-OVERFLOW-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CABINET-COUNT
           MOVE CABINET-COUNT TO CAB-POS
           MOVE CABINET-WORK TO UCB-ID(CAB-POS)
           MOVE 1 TO SLOT-I
           PERFORM UNTIL SLOT-I GREATER THAN 168
               MOVE ZERO TO UCB-SESSIONS(CAB-POS, SLOT-I)
               MOVE ZERO TO UCB-SECONDS(CAB-POS, SLOT-I)
               ADD 1 TO SLOT-I
           END-PERFORM.

      * Folds the cabinet's 168 hourly slots into hour-of-day and
      * day-of-week totals, counting open minutes from the opening
      * hours as it goes, then prints both tables and the dead and
      * peak hours.
       REPORT-ONE-CABINET.
           INITIALIZE HOUR-TOTALS DAY-TOTALS CABINET-TOTALS
           MOVE 1 TO DAY-I
           PERFORM UNTIL DAY-I GREATER THAN 7
               COMPUTE DY-DATE(DAY-I) = FUNCTION DATE-OF-INTEGER(
                   WEEK-START-DAYS + DAY-I - 1)
               COMPUTE DY-WEEKDAY(DAY-I) =
                   FUNCTION MOD(WEEK-START-WEEKDAY + DAY-I - 2, 7)
                   + 1
               MOVE ZERO TO HOUR-I
               PERFORM UNTIL HOUR-I GREATER THAN 23
                   COMPUTE SLOT-I = (DAY-I - 1) * 24 + HOUR-I + 1
                   MOVE DY-WEEKDAY(DAY-I) TO WEEKDAY-WORK
                   PERFORM CHECK-HOUR-OPEN
                   ADD UCB-SESSIONS(CAB-I, SLOT-I)
                       TO HR-SESSIONS(HOUR-I + 1)
                       DY-SESSIONS(DAY-I) CT-SESSIONS
                   ADD UCB-SECONDS(CAB-I, SLOT-I)
                       TO HR-SECONDS(HOUR-I + 1)
                       DY-SECONDS(DAY-I) CT-SECONDS
                   IF HOUR-IS-OPEN THEN
                       ADD 60 TO HR-OPEN-MINUTES(HOUR-I + 1)
                           DY-OPEN-MINUTES(DAY-I) CT-OPEN-MINUTES
                   END-IF
                   ADD 1 TO HOUR-I
               END-PERFORM
               ADD 1 TO DAY-I
           END-PERFORM
           MOVE SPACES TO DEAD-LINE PEAK-LINE
           MOVE 1 TO DEAD-POINTER PEAK-POINTER
           DISPLAY " "
           DISPLAY "==== CABINET " UCB-ID(CAB-I) " ===="
           DISPLAY " "
           DISPLAY "---- BY HOUR OF DAY ----"
           DISPLAY "HOUR   SESSIONS  MINUTES  OPEN MIN   OCC %"
           MOVE ZERO TO HOUR-I
           PERFORM UNTIL HOUR-I GREATER THAN 23
               PERFORM PRINT-HOUR-LINE
               ADD 1 TO HOUR-I
           END-PERFORM
           DISPLAY " "
           DISPLAY "---- BY DAY OF WEEK ----"
           DISPLAY "DAY  DATE      SESSIONS  MINUTES  OPEN MIN   OCC %"
           MOVE 1 TO DAY-I
           PERFORM UNTIL DAY-I GREATER THAN 7
               PERFORM PRINT-DAY-LINE
               ADD 1 TO DAY-I
           END-PERFORM
           MOVE CT-SECONDS TO OCC-SECONDS
           MOVE CT-OPEN-MINUTES TO OCC-OPEN-MINUTES
           PERFORM COMPUTE-OCCUPANCY
           MOVE CT-SESSIONS TO SESSIONS-DISPLAY
           MOVE OCC-MINUTES TO MINUTES-DISPLAY
           MOVE OCC-OPEN-MINUTES TO OPEN-DISPLAY
           MOVE OCC-PCT TO PCT-DISPLAY
           DISPLAY "WEEK           " SESSIONS-DISPLAY "   "
               MINUTES-DISPLAY "    " OPEN-DISPLAY "  " PCT-DISPLAY
           DISPLAY " "
           IF CT-DEAD-HOURS EQUAL ZERO THEN
               DISPLAY "DEAD HOURS: NONE"
           ELSE
               DISPLAY "DEAD HOURS:" DEAD-LINE
           END-IF
           IF CT-PEAK-HOURS EQUAL ZERO THEN
               DISPLAY "PEAK HOURS: NONE"
           ELSE
               DISPLAY "PEAK HOURS:" PEAK-LINE
           END-IF.

      * An hour is open if it falls in the day's own opening hours,
      * or in the small hours of the previous day's opening when
      * that runs past midnight.
       CHECK-HOUR-OPEN.
           MOVE ZERO TO HOUR-OPEN-SWITCH
           IF OPEN-HOUR(WEEKDAY-WORK)
                   LESS THAN CLOSE-HOUR(WEEKDAY-WORK) THEN
               IF HOUR-I NOT LESS THAN OPEN-HOUR(WEEKDAY-WORK)
                       AND HOUR-I LESS THAN CLOSE-HOUR(WEEKDAY-WORK)
                       THEN
                   MOVE 1 TO HOUR-OPEN-SWITCH
               END-IF
           END-IF
           IF OPEN-HOUR(WEEKDAY-WORK)
                   GREATER THAN CLOSE-HOUR(WEEKDAY-WORK) THEN
               IF HOUR-I NOT LESS THAN OPEN-HOUR(WEEKDAY-WORK) THEN
                   MOVE 1 TO HOUR-OPEN-SWITCH
               END-IF
           END-IF
           COMPUTE PRIOR-WEEKDAY = FUNCTION MOD(WEEKDAY-WORK + 5, 7)
               + 1
           IF OPEN-HOUR(PRIOR-WEEKDAY)
                   GREATER THAN CLOSE-HOUR(PRIOR-WEEKDAY) THEN
               IF HOUR-I LESS THAN CLOSE-HOUR(PRIOR-WEEKDAY) THEN
                   MOVE 1 TO HOUR-OPEN-SWITCH
               END-IF
           END-IF.

       COMPUTE-OCCUPANCY.
           COMPUTE OCC-MINUTES ROUNDED = OCC-SECONDS / 60
           IF OCC-OPEN-MINUTES EQUAL ZERO THEN
               MOVE ZERO TO OCC-PCT
           ELSE
               COMPUTE OCC-PCT ROUNDED =
                   OCC-SECONDS * 100 / (OCC-OPEN-MINUTES * 60)
                   ON SIZE ERROR MOVE 999.9 TO OCC-PCT
               END-COMPUTE
           END-IF.

      * Hours the floor is shut are never dead or peak; play seen
      * in them is marked so the opening hours can be looked at.
       PRINT-HOUR-LINE.
           MOVE HR-SECONDS(HOUR-I + 1) TO OCC-SECONDS
           MOVE HR-OPEN-MINUTES(HOUR-I + 1) TO OCC-OPEN-MINUTES
           PERFORM COMPUTE-OCCUPANCY
           MOVE SPACES TO OCC-FLAG
           MOVE HOUR-I TO HOUR-LABEL
           EVALUATE TRUE
               WHEN OCC-OPEN-MINUTES EQUAL ZERO
                   IF HR-SESSIONS(HOUR-I + 1) GREATER THAN ZERO THEN
                       MOVE "SHUT" TO OCC-FLAG
                   END-IF
               WHEN OCC-PCT NOT GREATER THAN DEAD-PCT
                   MOVE "DEAD" TO OCC-FLAG
                   ADD 1 TO CT-DEAD-HOURS
                   STRING " " DELIMITED BY SIZE
                       HOUR-LABEL DELIMITED BY SIZE
                       INTO DEAD-LINE WITH POINTER DEAD-POINTER
                   END-STRING
               WHEN OCC-PCT NOT LESS THAN PEAK-PCT
                   MOVE "PEAK" TO OCC-FLAG
                   ADD 1 TO CT-PEAK-HOURS
                   STRING " " DELIMITED BY SIZE
                       HOUR-LABEL DELIMITED BY SIZE
                       INTO PEAK-LINE WITH POINTER PEAK-POINTER
                   END-STRING
           END-EVALUATE
           MOVE HR-SESSIONS(HOUR-I + 1) TO SESSIONS-DISPLAY
           MOVE OCC-MINUTES TO MINUTES-DISPLAY
           MOVE OCC-OPEN-MINUTES TO OPEN-DISPLAY
           MOVE OCC-PCT TO PCT-DISPLAY
           DISPLAY HOUR-LABEL ":00     " SESSIONS-DISPLAY "   "
               MINUTES-DISPLAY "    " OPEN-DISPLAY "  " PCT-DISPLAY
               "  " OCC-FLAG.

       PRINT-DAY-LINE.
           MOVE DY-SECONDS(DAY-I) TO OCC-SECONDS
           MOVE DY-OPEN-MINUTES(DAY-I) TO OCC-OPEN-MINUTES
           PERFORM COMPUTE-OCCUPANCY
           MOVE DY-SESSIONS(DAY-I) TO SESSIONS-DISPLAY
           MOVE OCC-MINUTES TO MINUTES-DISPLAY
           MOVE OCC-OPEN-MINUTES TO OPEN-DISPLAY
           MOVE OCC-PCT TO PCT-DISPLAY
           DISPLAY DAY-NAME(DY-WEEKDAY(DAY-I)) "  " DY-DATE(DAY-I)
               "  " SESSIONS-DISPLAY "   " MINUTES-DISPLAY "    "
               OPEN-DISPLAY "  " PCT-DISPLAY.
       END PROGRAM UTILRPT.
