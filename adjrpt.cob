       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJRPT.
       AUTHOR. SomeUnusualGames
      * Daily adjustments report. Lists every credit adjustment on
      * the credit transaction log and every "$"-point adjustment on
      * the prize ledger posted by ADJDESK on the requested day,
      * grouped by reason code with the time, operator, player,
      * amount and any supervisor who signed it off, subtotalled per
      * reason, then totals the day by operator - so the manager can
      * see at a glance who is giving what away and why.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRED-LOG-FILE ASSIGN TO "CREDLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CLG-FILE-STATUS.
           SELECT PRIZE-LDG-FILE ASSIGN TO "PRIZLDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS LDG-FILE-STATUS.
           SELECT ADJ-REASON-FILE ASSIGN TO "ADJRSN"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY RSN-CODE
               FILE STATUS RSN-FILE-STATUS.
           SELECT ARC-EVENT-FILE ASSIGN TO "ARCEVENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JRNL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CRED-LOG-FILE.
       01 CRED-LOG-RECORD.
           COPY CREDLOG.
       FD PRIZE-LDG-FILE.
       01 PRIZE-LDG-RECORD.
           COPY PRIZLDG.
       FD ADJ-REASON-FILE.
       01 ADJ-REASON-RECORD.
           COPY ADJRSN.
       FD ARC-EVENT-FILE.
       01 ARC-EVENT-RECORD.
           COPY ARCEVT.
       WORKING-STORAGE SECTION.
       01 CLG-FILE-STATUS PIC XX VALUE ZERO.
       01 LDG-FILE-STATUS PIC XX VALUE ZERO.
       01 RSN-FILE-STATUS PIC XX VALUE ZERO.
       01 JRNL-FILE-STATUS PIC XX VALUE ZERO.
       01 EVENT-WORK.
           05 EVENT-TYPE-WORK PIC X(8) VALUE SPACES.
           05 EVENT-SEVERITY-WORK PIC X VALUE "I".
           05 EVENT-STATUS-WORK PIC XX VALUE SPACES.
           05 EVENT-DETAIL-WORK PIC X(40) VALUE SPACES.
       01 CLG-EOF-SWITCH PIC 9 VALUE ZERO.
           88 CLG-AT-END VALUE 1.
       01 LDG-EOF-SWITCH PIC 9 VALUE ZERO.
           88 LDG-AT-END VALUE 1.
       01 REASONS-OPEN-SWITCH PIC 9 VALUE ZERO.
           88 REASONS-ARE-OPEN VALUE 1.
       01 DATE-ANSWER PIC X(8) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE ZERO.
       01 DAYS-WORK PIC 9(8) VALUE ZERO.
       01 REPORT-DATE PIC 9(8) VALUE ZERO.
       01 ADJUSTMENT-TABLE.
           05 ADJUSTMENT-COUNT PIC 9(3) VALUE ZERO.
           05 ADJUSTMENT-ENTRY OCCURS 500 TIMES.
               10 AJE-REASON PIC X(4).
               10 AJE-OPERATOR PIC X(8).
               10 AJE-TIME PIC 9(6).
               10 AJE-KIND PIC X.
                   88 AJE-CREDITS VALUE "C".
                   88 AJE-POINTS VALUE "P".
               10 AJE-TYPE PIC X.
                   88 AJE-ADDED VALUE "A".
               10 AJE-PLAYER PIC X(8).
               10 AJE-QTY PIC 9(5).
               10 AJE-SUPERVISOR PIC X(8).
       01 SWAP-ENTRY PIC X(41).
       01 AJE-I PIC 9(3) VALUE ZERO.
       01 AJE-J PIC 9(3) VALUE ZERO.
       01 ADJUSTMENT-OVERFLOW-SWITCH PIC 9 VALUE ZERO.
           88 ADJUSTMENT-OVERFLOW VALUE 1.
       01 OPERATOR-TABLE.
           05 OPERATOR-COUNT PIC 99 VALUE ZERO.
           05 OPERATOR-ENTRY OCCURS 50 TIMES.
               10 OPR-ID PIC X(8).
               10 OPR-POSTINGS PIC 9(4).
               10 OPR-CREDITS-IN PIC 9(6).
               10 OPR-CREDITS-OUT PIC 9(6).
               10 OPR-POINTS-IN PIC 9(7).
               10 OPR-POINTS-OUT PIC 9(7).
               10 OPR-SIGN-OFFS PIC 9(4).
       01 OPR-I PIC 99 VALUE ZERO.
       01 OPR-POS PIC 99 VALUE ZERO.
       01 OPERATOR-OVERFLOW-SWITCH PIC 9 VALUE ZERO.
           88 OPERATOR-OVERFLOW VALUE 1.
       01 CURRENT-REASON PIC X(4) VALUE SPACES.
       01 REASON-TOTALS.
           05 REASON-POSTINGS PIC 9(4) VALUE ZERO.
           05 REASON-CREDITS-IN PIC 9(6) VALUE ZERO.
           05 REASON-CREDITS-OUT PIC 9(6) VALUE ZERO.
           05 REASON-POINTS-IN PIC 9(7) VALUE ZERO.
           05 REASON-POINTS-OUT PIC 9(7) VALUE ZERO.
       01 DAY-TOTALS.
           05 DAY-POSTINGS PIC 9(5) VALUE ZERO.
           05 DAY-SIGN-OFFS PIC 9(5) VALUE ZERO.
           05 DAY-CREDITS-IN PIC 9(6) VALUE ZERO.
           05 DAY-CREDITS-OUT PIC 9(6) VALUE ZERO.
           05 DAY-POINTS-IN PIC 9(7) VALUE ZERO.
           05 DAY-POINTS-OUT PIC 9(7) VALUE ZERO.
       01 KIND-DISPLAY PIC X(7) VALUE SPACES.
       01 SIGN-DISPLAY PIC X VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-REPORT-DATE
           PERFORM LOAD-CREDIT-ADJUSTMENTS
           PERFORM LOAD-POINTS-ADJUSTMENTS
           PERFORM SORT-ADJUSTMENTS
           OPEN INPUT ADJ-REASON-FILE
           IF RSN-FILE-STATUS EQUAL "00" THEN
               MOVE 1 TO REASONS-OPEN-SWITCH
           END-IF
           DISPLAY "======================================"
           DISPLAY "   DAILY ADJUSTMENTS REPORT"
           DISPLAY "   FOR " REPORT-DATE
           DISPLAY "======================================"
           IF ADJUSTMENT-COUNT EQUAL ZERO THEN
               DISPLAY " "
               DISPLAY "No adjustments posted."
           END-IF
           MOVE 1 TO AJE-I
           PERFORM UNTIL AJE-I GREATER THAN ADJUSTMENT-COUNT
               IF AJE-REASON(AJE-I) NOT EQUAL CURRENT-REASON
                       OR AJE-I EQUAL 1 THEN
                   IF AJE-I GREATER THAN 1 THEN
                       PERFORM PRINT-REASON-TOTALS
                   END-IF
                   PERFORM START-REASON-GROUP
               END-IF
               PERFORM REPORT-ONE-ADJUSTMENT
               ADD 1 TO AJE-I
           END-PERFORM
           IF ADJUSTMENT-COUNT GREATER THAN ZERO THEN
               PERFORM PRINT-REASON-TOTALS
           END-IF
           IF REASONS-ARE-OPEN THEN
               CLOSE ADJ-REASON-FILE
           END-IF
           IF ADJUSTMENT-OVERFLOW THEN
               DISPLAY " "
               DISPLAY "WARNING: more than 500 adjustments - the rest"
                   " are not listed."
               MOVE "ADJOVFL" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "ADJUSTMENTS NOT ALL LISTED FOR "
                   DELIMITED BY SIZE
                   REPORT-DATE DELIMITED BY SIZE
                   INTO EVENT-DETAIL-WORK
               END-STRING
               PERFORM LOG-ARCADE-EVENT
           END-IF
           PERFORM PRINT-OPERATOR-SUMMARY
           MOVE "ADJRPT" TO EVENT-TYPE-WORK
           MOVE "I" TO EVENT-SEVERITY-WORK
           MOVE "00" TO EVENT-STATUS-WORK
           MOVE SPACES TO EVENT-DETAIL-WORK
           STRING "ADJUSTMENTS " DELIMITED BY SIZE
               REPORT-DATE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               DAY-POSTINGS DELIMITED BY SIZE
               " SIGNED " DELIMITED BY SIZE
               DAY-SIGN-OFFS DELIMITED BY SIZE
               INTO EVENT-DETAIL-WORK
           END-STRING
           PERFORM LOG-ARCADE-EVENT.
       STOP RUN.

       GET-REPORT-DATE.
           DISPLAY "Report date YYYYMMDD (blank = yesterday): "
               WITH NO ADVANCING
           ACCEPT DATE-ANSWER
           IF DATE-ANSWER EQUAL SPACES THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
               COMPUTE DAYS-WORK =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE) - 1
               COMPUTE REPORT-DATE = FUNCTION DATE-OF-INTEGER(DAYS-WORK)
               MOVE REPORT-DATE TO DATE-ANSWER
           END-IF
           IF DATE-ANSWER IS NOT NUMERIC THEN
               DISPLAY "Report date must be numeric: " DATE-ANSWER
               STOP RUN
           END-IF
           MOVE DATE-ANSWER TO REPORT-DATE.

       LOAD-CREDIT-ADJUSTMENTS.
           OPEN INPUT CRED-LOG-FILE
           IF CLG-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CREDIT-RECORD
           PERFORM UNTIL CLG-AT-END
               IF CLG-ADJUSTMENT AND CLG-DATE EQUAL REPORT-DATE THEN
                   PERFORM ADD-TABLE-ENTRY
                   IF NOT ADJUSTMENT-OVERFLOW THEN
                       MOVE CLG-REASON-CODE TO AJE-REASON(AJE-I)
                       MOVE CLG-OPERATOR-ID TO AJE-OPERATOR(AJE-I)
                       MOVE CLG-TIME TO AJE-TIME(AJE-I)
                       MOVE "C" TO AJE-KIND(AJE-I)
                       MOVE CLG-TYPE TO AJE-TYPE(AJE-I)
                       MOVE CLG-PLAYER-ID TO AJE-PLAYER(AJE-I)
                       MOVE CLG-QTY TO AJE-QTY(AJE-I)
                       MOVE CLG-SUPERVISOR-ID
                           TO AJE-SUPERVISOR(AJE-I)
                   END-IF
               END-IF
               PERFORM READ-CREDIT-RECORD
           END-PERFORM
           CLOSE CRED-LOG-FILE.

       LOAD-POINTS-ADJUSTMENTS.
           OPEN INPUT PRIZE-LDG-FILE
           IF LDG-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LEDGER-RECORD
           PERFORM UNTIL LDG-AT-END
               IF LDG-ADJUSTMENT AND LDG-DATE EQUAL REPORT-DATE THEN
                   PERFORM ADD-TABLE-ENTRY
                   IF NOT ADJUSTMENT-OVERFLOW THEN
                       MOVE LDG-REASON-CODE TO AJE-REASON(AJE-I)
                       MOVE LDG-OPERATOR-ID TO AJE-OPERATOR(AJE-I)
                       MOVE LDG-TIME TO AJE-TIME(AJE-I)
                       MOVE "P" TO AJE-KIND(AJE-I)
                       MOVE LDG-TYPE TO AJE-TYPE(AJE-I)
                       MOVE LDG-PLAYER-ID TO AJE-PLAYER(AJE-I)
                       MOVE LDG-POINTS-SPENT TO AJE-QTY(AJE-I)
                       MOVE LDG-SUPERVISOR-ID
                           TO AJE-SUPERVISOR(AJE-I)
                   END-IF
               END-IF
               PERFORM READ-LEDGER-RECORD
           END-PERFORM
           CLOSE PRIZE-LDG-FILE.

      * Claim the next table slot in AJE-I, or flag the overflow.
       ADD-TABLE-ENTRY.
           IF ADJUSTMENT-COUNT NOT LESS THAN 500 THEN
               MOVE 1 TO ADJUSTMENT-OVERFLOW-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ADJUSTMENT-COUNT
           MOVE ADJUSTMENT-COUNT TO AJE-I.

       READ-CREDIT-RECORD.
           READ CRED-LOG-FILE
               AT END MOVE 1 TO CLG-EOF-SWITCH
           END-READ.

       READ-LEDGER-RECORD.
           READ PRIZE-LDG-FILE
               AT END MOVE 1 TO LDG-EOF-SWITCH
           END-READ.

      * Reason, then operator, then time of day.
       SORT-ADJUSTMENTS.
           MOVE 1 TO AJE-I
           PERFORM UNTIL AJE-I NOT LESS THAN ADJUSTMENT-COUNT
               COMPUTE AJE-J = AJE-I + 1
               PERFORM UNTIL AJE-J GREATER THAN ADJUSTMENT-COUNT
                   IF AJE-REASON(AJE-J) LESS THAN AJE-REASON(AJE-I)
                       OR (AJE-REASON(AJE-J) EQUAL AJE-REASON(AJE-I)
                           AND AJE-OPERATOR(AJE-J) LESS THAN
                           AJE-OPERATOR(AJE-I))
                       OR (AJE-REASON(AJE-J) EQUAL AJE-REASON(AJE-I)
                           AND AJE-OPERATOR(AJE-J) EQUAL
                           AJE-OPERATOR(AJE-I)
                           AND AJE-TIME(AJE-J) LESS THAN
                           AJE-TIME(AJE-I)) THEN
                       MOVE ADJUSTMENT-ENTRY(AJE-I) TO SWAP-ENTRY
                       MOVE ADJUSTMENT-ENTRY(AJE-J)
                           TO ADJUSTMENT-ENTRY(AJE-I)
                       MOVE SWAP-ENTRY TO ADJUSTMENT-ENTRY(AJE-J)
                   END-IF
                   ADD 1 TO AJE-J
               END-PERFORM
               ADD 1 TO AJE-I
           END-PERFORM.

      * A reason withdrawn since still describes its old postings;
      * one missing from the master is flagged rather than dropped.
       START-REASON-GROUP.
           MOVE AJE-REASON(AJE-I) TO CURRENT-REASON
           MOVE ZERO TO REASON-POSTINGS REASON-CREDITS-IN
               REASON-CREDITS-OUT REASON-POINTS-IN REASON-POINTS-OUT
           MOVE "(not on master)" TO RSN-DESC
           IF REASONS-ARE-OPEN THEN
               MOVE CURRENT-REASON TO RSN-CODE
               READ ADJ-REASON-FILE
                   INVALID KEY
                       MOVE "(not on master)" TO RSN-DESC
               END-READ
           END-IF
           DISPLAY " "
           DISPLAY "---- REASON " CURRENT-REASON " " RSN-DESC " ----"
           DISPLAY "TIME    OPERATOR  PLAYER    KIND    AMOUNT"
               "  SIGNED OFF BY".

       REPORT-ONE-ADJUSTMENT.
           IF AJE-ADDED(AJE-I) THEN
               MOVE "+" TO SIGN-DISPLAY
           ELSE
               MOVE "-" TO SIGN-DISPLAY
           END-IF
           IF AJE-CREDITS(AJE-I) THEN
               MOVE "CREDITS" TO KIND-DISPLAY
           ELSE
               MOVE "$ PTS" TO KIND-DISPLAY
           END-IF
           DISPLAY AJE-TIME(AJE-I) "  " AJE-OPERATOR(AJE-I) "  "
               AJE-PLAYER(AJE-I) "  " KIND-DISPLAY "  "
               SIGN-DISPLAY AJE-QTY(AJE-I) "  " AJE-SUPERVISOR(AJE-I)
           ADD 1 TO REASON-POSTINGS DAY-POSTINGS
           IF AJE-SUPERVISOR(AJE-I) NOT EQUAL SPACES THEN
               ADD 1 TO DAY-SIGN-OFFS
           END-IF
           PERFORM FIND-OPERATOR-ENTRY
           IF OPR-POS GREATER THAN ZERO THEN
               ADD 1 TO OPR-POSTINGS(OPR-POS)
               IF AJE-SUPERVISOR(AJE-I) NOT EQUAL SPACES THEN
                   ADD 1 TO OPR-SIGN-OFFS(OPR-POS)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN AJE-CREDITS(AJE-I) AND AJE-ADDED(AJE-I)
                   ADD AJE-QTY(AJE-I) TO REASON-CREDITS-IN
                       DAY-CREDITS-IN
                   IF OPR-POS GREATER THAN ZERO THEN
                       ADD AJE-QTY(AJE-I) TO OPR-CREDITS-IN(OPR-POS)
                   END-IF
               WHEN AJE-CREDITS(AJE-I)
                   ADD AJE-QTY(AJE-I) TO REASON-CREDITS-OUT
                       DAY-CREDITS-OUT
                   IF OPR-POS GREATER THAN ZERO THEN
                       ADD AJE-QTY(AJE-I) TO OPR-CREDITS-OUT(OPR-POS)
                   END-IF
               WHEN AJE-ADDED(AJE-I)
                   ADD AJE-QTY(AJE-I) TO REASON-POINTS-IN
                       DAY-POINTS-IN
                   IF OPR-POS GREATER THAN ZERO THEN
                       ADD AJE-QTY(AJE-I) TO OPR-POINTS-IN(OPR-POS)
                   END-IF
               WHEN OTHER
                   ADD AJE-QTY(AJE-I) TO REASON-POINTS-OUT
                       DAY-POINTS-OUT
                   IF OPR-POS GREATER THAN ZERO THEN
                       ADD AJE-QTY(AJE-I) TO OPR-POINTS-OUT(OPR-POS)
                   END-IF
           END-EVALUATE.

       PRINT-REASON-TOTALS.
           DISPLAY "  POSTINGS: " REASON-POSTINGS
               "  CREDITS +" REASON-CREDITS-IN
               " -" REASON-CREDITS-OUT
               "  $ PTS +" REASON-POINTS-IN
               " -" REASON-POINTS-OUT.

      * Find or add the summary entry for the posting's operator.
      * More operators than the table holds are counted in the day
      * total only, with a warning under the summary.
       FIND-OPERATOR-ENTRY.
           MOVE ZERO TO OPR-POS
           MOVE 1 TO OPR-I
           PERFORM UNTIL OPR-I GREATER THAN OPERATOR-COUNT
               IF OPR-ID(OPR-I) EQUAL AJE-OPERATOR(AJE-I) THEN
                   MOVE OPR-I TO OPR-POS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO OPR-I
           END-PERFORM
           IF OPERATOR-COUNT NOT LESS THAN 50 THEN
               MOVE 1 TO OPERATOR-OVERFLOW-SWITCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPERATOR-COUNT
           MOVE OPERATOR-COUNT TO OPR-POS
           MOVE AJE-OPERATOR(AJE-I) TO OPR-ID(OPR-POS)
           MOVE ZERO TO OPR-POSTINGS(OPR-POS) OPR-CREDITS-IN(OPR-POS)
               OPR-CREDITS-OUT(OPR-POS) OPR-POINTS-IN(OPR-POS)
               OPR-POINTS-OUT(OPR-POS) OPR-SIGN-OFFS(OPR-POS).

       PRINT-OPERATOR-SUMMARY.
           DISPLAY " "
           DISPLAY "---- ADJUSTMENTS BY OPERATOR ----"
           DISPLAY "OPERATOR  POSTED  SIGNED  CREDITS IN/OUT"
               "    $ POINTS IN/OUT"
           MOVE 1 TO OPR-I
           PERFORM UNTIL OPR-I GREATER THAN OPERATOR-COUNT
               DISPLAY OPR-ID(OPR-I) "  " OPR-POSTINGS(OPR-I) "    "
                   OPR-SIGN-OFFS(OPR-I) "    "
                   OPR-CREDITS-IN(OPR-I) "/" OPR-CREDITS-OUT(OPR-I)
                   "  " OPR-POINTS-IN(OPR-I) "/"
                   OPR-POINTS-OUT(OPR-I)
               ADD 1 TO OPR-I
           END-PERFORM
           IF OPERATOR-OVERFLOW THEN
               DISPLAY "WARNING: more than 50 operators - the rest"
                   " are in the day total only."
           END-IF
           DISPLAY " "
           DISPLAY "ADJUSTMENTS POSTED:   " DAY-POSTINGS
           DISPLAY "SUPERVISOR SIGN-OFFS: " DAY-SIGN-OFFS
           DISPLAY "CREDITS ADJUSTED IN:  " DAY-CREDITS-IN
           DISPLAY "CREDITS ADJUSTED OUT: " DAY-CREDITS-OUT
           DISPLAY "$ POINTS ADJUSTED IN: " DAY-POINTS-IN
           DISPLAY "$ POINTS ADJUSTED OUT:" DAY-POINTS-OUT.

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
           MOVE "ADJRPT" TO EVT-PROGRAM
           MOVE EVENT-TYPE-WORK TO EVT-TYPE
           MOVE EVENT-SEVERITY-WORK TO EVT-SEVERITY
           MOVE EVENT-STATUS-WORK TO EVT-FILE-STATUS
           MOVE EVENT-DETAIL-WORK TO EVT-DETAIL
           WRITE ARC-EVENT-RECORD
           CLOSE ARC-EVENT-FILE.
       END PROGRAM ADJRPT.
