       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRZEXPIR.
       AUTHOR. SomeUnusualGames
      * Month-end expiry of dormant "$" points. Banked points are
      * taken to be spent oldest first, so for each player the
      * points earned before the expiry cutoff - the first of the
      * month the expiry period reaches back to - that are not
      * already covered by redemptions and earlier expiries are
      * still sitting unspent, and are written off with one expiry
      * record on the prize ledger. A second run in the same month
      * finds nothing left to expire. Runs the replay audit has not
      * yet passed are not banked yet and are left alone, by the
      * same rule the prize desk uses. Guest runs
      * are written off as one pool under a blank player ID so the
      * liability they carry does not sit on the books for ever.
      * The breakage report lists each write-off for finance.
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
           SELECT PRIZE-LDG-FILE ASSIGN TO "PRIZLDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS LDG-FILE-STATUS.
           SELECT RUN-AUDIT-FILE ASSIGN TO "RUNAUD"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY RAU-KEY
               FILE STATUS RAU-FILE-STATUS.
           SELECT EXPIRY-PRM-FILE ASSIGN TO "PRZEXPP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS XPP-FILE-STATUS.
           SELECT ARC-EVENT-FILE ASSIGN TO "ARCEVENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JRNL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD EXPIRY-PRM-FILE.
       01 EXPIRY-PRM-RECORD.
           COPY PRZEXPP.
       FD ARC-EVENT-FILE.
       01 ARC-EVENT-RECORD.
           COPY ARCEVT.
       WORKING-STORAGE SECTION.
       01 HS-FILE-STATUS PIC XX VALUE ZERO.
       01 HH-FILE-STATUS PIC XX VALUE ZERO.
       01 LDG-FILE-STATUS PIC XX VALUE ZERO.
       01 RAU-FILE-STATUS PIC XX VALUE ZERO.
       01 XPP-FILE-STATUS PIC XX VALUE ZERO.
       01 JRNL-FILE-STATUS PIC XX VALUE ZERO.
       01 EVENT-WORK.
           05 EVENT-TYPE-WORK PIC X(8) VALUE SPACES.
           05 EVENT-SEVERITY-WORK PIC X VALUE "I".
           05 EVENT-STATUS-WORK PIC XX VALUE SPACES.
           05 EVENT-DETAIL-WORK PIC X(40) VALUE SPACES.
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
       01 DATE-ANSWER PIC X(8) VALUE SPACES.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 RUN-DATE-PARTS REDEFINES RUN-DATE.
           05 RUN-YEAR PIC 9(4).
           05 RUN-MONTH PIC 99.
           05 RUN-DAY PIC 99.
       01 EXPIRY-MONTHS PIC 99 VALUE 12.
       01 MONTH-COUNT PIC 9(6) VALUE ZERO.
       01 EXPIRY-CUTOFF PIC 9(8) VALUE ZERO.
       01 EXPIRY-CUTOFF-PARTS REDEFINES EXPIRY-CUTOFF.
           05 CUTOFF-YEAR PIC 9(4).
           05 CUTOFF-MONTH PIC 99.
           05 CUTOFF-DAY PIC 99.
       01 EXPIRY-TABLE.
           05 XPT-COUNT PIC 9(4) VALUE ZERO.
           05 XPT-ENTRY OCCURS 2000 TIMES.
               10 XPT-ID PIC X(8) VALUE SPACES.
               10 XPT-OLD-EARNED PIC 9(7) VALUE ZERO.
               10 XPT-DEBITS PIC 9(7) VALUE ZERO.
               10 XPT-EXPIRED PIC 9(7) VALUE ZERO.
       01 XPT-ID-WORK PIC X(8) VALUE SPACES.
       01 XPT-POS PIC 9(4) VALUE ZERO.
       01 XPT-I PIC 9(4) VALUE ZERO.
       01 XPT-ADD-SWITCH PIC 9 VALUE ZERO.
           88 XPT-ADD-MISSING VALUE 1.
       01 XPT-OVERFLOW-SWITCH PIC 9 VALUE ZERO.
           88 XPT-OVERFLOW VALUE 1.
       01 EXPIRE-REMAINING PIC 9(7) VALUE ZERO.
       01 EXPIRE-CHUNK PIC 9(5) VALUE ZERO.
       01 LEDGER-OK-SWITCH PIC 9 VALUE ZERO.
           88 LEDGER-OPEN VALUE 1.
       01 BREAKAGE-TOTALS.
           05 PLAYERS-EXPIRED PIC 9(5) VALUE ZERO.
           05 POINTS-EXPIRED PIC 9(8) VALUE ZERO.
           05 RECORDS-WRITTEN PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-RUN-DATE
           PERFORM READ-EXPIRY-PARAMETER
           IF EXPIRY-MONTHS EQUAL ZERO THEN
               DISPLAY "Expiry period is zero - points do not expire."
               STOP RUN
           END-IF
           PERFORM COMPUTE-EXPIRY-CUTOFF
           PERFORM TALLY-OLD-EARNINGS
           PERFORM TALLY-LEDGER-DEBITS
           PERFORM WRITE-EXPIRY-RECORDS
           PERFORM PRINT-BREAKAGE-REPORT
           IF XPT-OVERFLOW THEN
               DISPLAY "WARNING: more than 2000 players with old "
                   "points - the rest expire next month."
               MOVE "EXPYOVFL" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE "EXPIRY TABLE OVERFLOWED"
                   TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
           END-IF
           MOVE "PTSEXPRY" TO EVENT-TYPE-WORK
           MOVE "I" TO EVENT-SEVERITY-WORK
           MOVE "00" TO EVENT-STATUS-WORK
           MOVE SPACES TO EVENT-DETAIL-WORK
           STRING "BREAKAGE " POINTS-EXPIRED " POINTS BEFORE "
               EXPIRY-CUTOFF DELIMITED BY SIZE
               INTO EVENT-DETAIL-WORK
           PERFORM LOG-ARCADE-EVENT.
       STOP RUN.

       GET-RUN-DATE.
           DISPLAY "Month-end run date YYYYMMDD (blank = today): "
               WITH NO ADVANCING
           ACCEPT DATE-ANSWER
           IF DATE-ANSWER EQUAL SPACES THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO DATE-ANSWER
           END-IF
           IF DATE-ANSWER IS NOT NUMERIC THEN
               DISPLAY "Run date must be numeric: " DATE-ANSWER
               STOP RUN
           END-IF
           MOVE DATE-ANSWER TO RUN-DATE.

      * No parameter file means the house default of twelve months.
       READ-EXPIRY-PARAMETER.
           OPEN INPUT EXPIRY-PRM-FILE
           IF XPP-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           READ EXPIRY-PRM-FILE
               NOT AT END
                   IF XPP-MONTHS IS NUMERIC THEN
                       MOVE XPP-MONTHS TO EXPIRY-MONTHS
                   END-IF
           END-READ
           CLOSE EXPIRY-PRM-FILE.

      * Whole months: with a twelve-month period a run in October
      * 2026 expires what was earned before 1 October 2025.
       COMPUTE-EXPIRY-CUTOFF.
           COMPUTE MONTH-COUNT = RUN-YEAR * 12 + RUN-MONTH - 1
               - EXPIRY-MONTHS
           COMPUTE CUTOFF-YEAR = MONTH-COUNT / 12
           COMPUTE CUTOFF-MONTH =
               MONTH-COUNT - CUTOFF-YEAR * 12 + 1
           MOVE 1 TO CUTOFF-DAY
           DISPLAY "Expiring points earned before " EXPIRY-CUTOFF
               " (" EXPIRY-MONTHS " months)".

       TALLY-OLD-EARNINGS.
           OPEN INPUT RUN-AUDIT-FILE
           IF RAU-FILE-STATUS EQUAL "00" THEN
               MOVE 1 TO AUDIT-OPEN-SWITCH
           END-IF
           MOVE 1 TO XPT-ADD-SWITCH
           OPEN INPUT DODGER-HS-FILE
           IF HS-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-NEXT-SCORE
               PERFORM UNTIL HS-AT-END
                   IF HS-DATE LESS THAN EXPIRY-CUTOFF
                           AND HS-PENALTY-POINTS GREATER THAN ZERO
                           THEN
                       MOVE HS-KEY TO RAU-KEY
                       MOVE ZERO TO RUN-SOURCE-SWITCH
                       PERFORM CHECK-RUN-HELD
                       IF NOT RUN-IS-HELD THEN
                           MOVE HS-PLAYER-ID TO XPT-ID-WORK
                           PERFORM FIND-EXPIRY-ENTRY
                           IF XPT-POS GREATER THAN ZERO THEN
                               ADD HS-PENALTY-POINTS
                                   TO XPT-OLD-EARNED(XPT-POS)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-SCORE
               END-PERFORM
               CLOSE DODGER-HS-FILE
           END-IF
           OPEN INPUT DODGER-HH-FILE
           IF HH-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-NEXT-HISTORY
               PERFORM UNTIL HH-AT-END
                   IF HHS-DATE LESS THAN EXPIRY-CUTOFF
                           AND HHS-PENALTY-POINTS GREATER THAN ZERO
                           THEN
                       MOVE HHS-KEY TO RAU-KEY
                       MOVE 1 TO RUN-SOURCE-SWITCH
                       PERFORM CHECK-RUN-HELD
                       IF NOT RUN-IS-HELD THEN
                           MOVE HHS-PLAYER-ID TO XPT-ID-WORK
                           PERFORM FIND-EXPIRY-ENTRY
                           IF XPT-POS GREATER THAN ZERO THEN
                               ADD HHS-PENALTY-POINTS
                                   TO XPT-OLD-EARNED(XPT-POS)
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-NEXT-HISTORY
               END-PERFORM
               CLOSE DODGER-HH-FILE
           END-IF
           IF AUDIT-IS-OPEN THEN
               CLOSE RUN-AUDIT-FILE
           END-IF.

       READ-NEXT-SCORE.
           READ DODGER-HS-FILE NEXT RECORD
               AT END MOVE 1 TO HS-EOF-SWITCH
           END-READ.

       READ-NEXT-HISTORY.
           READ DODGER-HH-FILE NEXT RECORD
               AT END MOVE 1 TO HH-EOF-SWITCH
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

      * Every ledger debit - redemptions, earlier expiries and
      * points taken off by adjustment alike - is set against the
      * oldest points first. Only players who have points old
      * enough to expire need counting. Points given by adjustment
      * are earnings dated the day they were posted, so one posted
      * before the cutoff is old enough to expire itself.
       TALLY-LEDGER-DEBITS.
           MOVE ZERO TO XPT-ADD-SWITCH
           OPEN INPUT PRIZE-LDG-FILE
           IF LDG-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LEDGER-RECORD
           PERFORM UNTIL LDG-AT-END
               MOVE LDG-PLAYER-ID TO XPT-ID-WORK
               IF LDG-ADJUST-ADD THEN
                   IF LDG-DATE LESS THAN EXPIRY-CUTOFF THEN
                       MOVE 1 TO XPT-ADD-SWITCH
                       PERFORM FIND-EXPIRY-ENTRY
                       MOVE ZERO TO XPT-ADD-SWITCH
                       IF XPT-POS GREATER THAN ZERO THEN
                           ADD LDG-POINTS-SPENT
                               TO XPT-OLD-EARNED(XPT-POS)
                       END-IF
                   END-IF
               ELSE
                   PERFORM FIND-EXPIRY-ENTRY
                   IF XPT-POS GREATER THAN ZERO THEN
                       ADD LDG-POINTS-SPENT TO XPT-DEBITS(XPT-POS)
                   END-IF
               END-IF
               PERFORM READ-LEDGER-RECORD
           END-PERFORM
           CLOSE PRIZE-LDG-FILE.

       READ-LEDGER-RECORD.
           READ PRIZE-LDG-FILE
               AT END MOVE 1 TO LDG-EOF-SWITCH
           END-READ.

      * Blank IDs are guests and are pooled like any other ID.
       FIND-EXPIRY-ENTRY.
           MOVE ZERO TO XPT-POS
           MOVE 1 TO XPT-I
           PERFORM UNTIL XPT-I GREATER THAN XPT-COUNT
               IF XPT-ID(XPT-I) EQUAL XPT-ID-WORK THEN
                   MOVE XPT-I TO XPT-POS
                   EXIT PERFORM
               END-IF
               ADD 1 TO XPT-I
           END-PERFORM
           IF XPT-POS EQUAL ZERO AND XPT-ADD-MISSING THEN
               IF XPT-COUNT LESS THAN 2000 THEN
                   ADD 1 TO XPT-COUNT
                   MOVE XPT-COUNT TO XPT-POS
                   MOVE XPT-ID-WORK TO XPT-ID(XPT-POS)
               ELSE
                   MOVE 1 TO XPT-OVERFLOW-SWITCH
               END-IF
           END-IF.

       WRITE-EXPIRY-RECORDS.
           MOVE 1 TO XPT-I
           PERFORM UNTIL XPT-I GREATER THAN XPT-COUNT
               IF XPT-OLD-EARNED(XPT-I) GREATER THAN
                       XPT-DEBITS(XPT-I) THEN
                   COMPUTE XPT-EXPIRED(XPT-I) =
                       XPT-OLD-EARNED(XPT-I) - XPT-DEBITS(XPT-I)
                   PERFORM EXPIRE-ONE-PLAYER
               END-IF
               ADD 1 TO XPT-I
           END-PERFORM
           IF LEDGER-OPEN THEN
               CLOSE PRIZE-LDG-FILE
           END-IF.

      * The ledger amount field holds five digits; a larger
      * write-off is split across as many records as it takes.
       EXPIRE-ONE-PLAYER.
           IF NOT LEDGER-OPEN THEN
               OPEN EXTEND PRIZE-LDG-FILE
               IF LDG-FILE-STATUS EQUAL "35" THEN
                   OPEN OUTPUT PRIZE-LDG-FILE
               END-IF
               IF LDG-FILE-STATUS NOT EQUAL "00" THEN
                   DISPLAY "Cannot open prize ledger, status "
                       LDG-FILE-STATUS
                   MOVE "LDGOPEN" TO EVENT-TYPE-WORK
                   MOVE "E" TO EVENT-SEVERITY-WORK
                   MOVE LDG-FILE-STATUS TO EVENT-STATUS-WORK
                   MOVE "POINT EXPIRY NOT POSTED"
                       TO EVENT-DETAIL-WORK
                   PERFORM LOG-ARCADE-EVENT
                   STOP RUN
               END-IF
               MOVE 1 TO LEDGER-OK-SWITCH
           END-IF
           ADD 1 TO PLAYERS-EXPIRED
           ADD XPT-EXPIRED(XPT-I) TO POINTS-EXPIRED
           MOVE XPT-EXPIRED(XPT-I) TO EXPIRE-REMAINING
           PERFORM WRITE-ONE-EXPIRY
               UNTIL EXPIRE-REMAINING EQUAL ZERO.

       WRITE-ONE-EXPIRY.
           IF EXPIRE-REMAINING GREATER THAN 99999 THEN
               MOVE 99999 TO EXPIRE-CHUNK
           ELSE
               MOVE EXPIRE-REMAINING TO EXPIRE-CHUNK
           END-IF
           MOVE RUN-DATE TO LDG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO LDG-TIME
           MOVE XPT-ID(XPT-I) TO LDG-PLAYER-ID
           MOVE SPACES TO LDG-PRIZE-CODE
           MOVE EXPIRE-CHUNK TO LDG-POINTS-SPENT
           MOVE "E" TO LDG-TYPE
           MOVE EXPIRY-CUTOFF TO LDG-EARNED-BEFORE
           MOVE SPACES TO LDG-REASON-CODE
           MOVE SPACES TO LDG-OPERATOR-ID
           MOVE SPACES TO LDG-SUPERVISOR-ID
           WRITE PRIZE-LDG-RECORD
           IF LDG-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "Prize ledger write failed, status "
                   LDG-FILE-STATUS " after " RECORDS-WRITTEN
                   " expiry records"
               MOVE "LDGWRITE" TO EVENT-TYPE-WORK
               MOVE "E" TO EVENT-SEVERITY-WORK
               MOVE LDG-FILE-STATUS TO EVENT-STATUS-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "POINT EXPIRY NOT POSTED FOR "
                   DELIMITED BY SIZE
                   XPT-ID(XPT-I) DELIMITED BY SIZE
                   INTO EVENT-DETAIL-WORK
               END-STRING
               PERFORM LOG-ARCADE-EVENT
               CLOSE PRIZE-LDG-FILE
               STOP RUN
           END-IF
           ADD 1 TO RECORDS-WRITTEN
           SUBTRACT EXPIRE-CHUNK FROM EXPIRE-REMAINING.

       PRINT-BREAKAGE-REPORT.
           DISPLAY "======================================"
           DISPLAY "   MONTHLY POINT BREAKAGE REPORT"
           DISPLAY "======================================"
           DISPLAY "RUN DATE:       " RUN-DATE
           DISPLAY "EXPIRY PERIOD:  " EXPIRY-MONTHS " MONTHS"
           DISPLAY "EARNED BEFORE:  " EXPIRY-CUTOFF
           DISPLAY " "
           DISPLAY "PLAYER    OLD EARNED  DEBITED   EXPIRED"
           MOVE 1 TO XPT-I
           PERFORM UNTIL XPT-I GREATER THAN XPT-COUNT
               IF XPT-EXPIRED(XPT-I) GREATER THAN ZERO THEN
                   IF XPT-ID(XPT-I) EQUAL SPACES THEN
                       DISPLAY "(GUEST)   " XPT-OLD-EARNED(XPT-I)
                           "     " XPT-DEBITS(XPT-I) "   "
                           XPT-EXPIRED(XPT-I)
                   ELSE
                       DISPLAY XPT-ID(XPT-I) "  "
                           XPT-OLD-EARNED(XPT-I) "     "
                           XPT-DEBITS(XPT-I) "   "
                           XPT-EXPIRED(XPT-I)
                   END-IF
               END-IF
               ADD 1 TO XPT-I
           END-PERFORM
           DISPLAY " "
           DISPLAY "PLAYERS WITH POINTS EXPIRED: " PLAYERS-EXPIRED
           DISPLAY "LEDGER RECORDS WRITTEN:      " RECORDS-WRITTEN
           DISPLAY "TOTAL BREAKAGE (POINTS):     " POINTS-EXPIRED.

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
           MOVE "PRZEXPIR" TO EVT-PROGRAM
           MOVE EVENT-TYPE-WORK TO EVT-TYPE
           MOVE EVENT-SEVERITY-WORK TO EVT-SEVERITY
           MOVE EVENT-STATUS-WORK TO EVT-FILE-STATUS
           MOVE EVENT-DETAIL-WORK TO EVT-DETAIL
           WRITE ARC-EVENT-RECORD
           CLOSE ARC-EVENT-FILE.
       END PROGRAM PRZEXPIR.
