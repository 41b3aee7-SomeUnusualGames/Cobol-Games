       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILLRPT.
       AUTHOR. SomeUnusualGames
      * Monthly till over/short report. Lists every till shift
      * opened in the requested month from the shift master that
      * CREDSELL keeps - operator, paid credits sold, the cash
      * expected at the price in force at cash-up, the cash the
      * operator declared and the over/short - then totals the
      * month by operator, so the manager can see who runs a short
      * drawer without going through the slips. Shifts still open
      * are listed but stay out of the totals until cashed up.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TILL-SHIFT-FILE ASSIGN TO "TILSHIFT"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY SHF-KEY
               FILE STATUS SHF-FILE-STATUS.
           SELECT ARC-EVENT-FILE ASSIGN TO "ARCEVENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JRNL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TILL-SHIFT-FILE.
       01 TILL-SHIFT-RECORD.
           COPY TILSHFT.
       FD ARC-EVENT-FILE.
       01 ARC-EVENT-RECORD.
           COPY ARCEVT.
       WORKING-STORAGE SECTION.
       01 SHF-FILE-STATUS PIC XX VALUE ZERO.
       01 JRNL-FILE-STATUS PIC XX VALUE ZERO.
       01 EVENT-WORK.
           05 EVENT-TYPE-WORK PIC X(8) VALUE SPACES.
           05 EVENT-SEVERITY-WORK PIC X VALUE "I".
           05 EVENT-STATUS-WORK PIC XX VALUE SPACES.
           05 EVENT-DETAIL-WORK PIC X(40) VALUE SPACES.
       01 SHF-EOF-SWITCH PIC 9 VALUE ZERO.
           88 SHF-AT-END VALUE 1.
       01 MONTH-ANSWER PIC X(6) VALUE SPACES.
       01 REPORT-MONTH PIC 9(6) VALUE ZERO.
       01 OPERATOR-TABLE.
           05 OPERATOR-COUNT PIC 99 VALUE ZERO.
           05 OPERATOR-ENTRY OCCURS 50 TIMES.
               10 OPR-ID PIC X(8).
               10 OPR-SHIFTS PIC 9(4).
               10 OPR-CREDITS PIC 9(7).
               10 OPR-EXPECTED PIC 9(8)V99.
               10 OPR-DECLARED PIC 9(8)V99.
               10 OPR-VARIANCE PIC S9(8)V99.
       01 OPR-I PIC 99 VALUE ZERO.
       01 OPR-POS PIC 99 VALUE ZERO.
       01 OPERATOR-OVERFLOW-SWITCH PIC 9 VALUE ZERO.
           88 OPERATOR-OVERFLOW VALUE 1.
       01 MONTH-TOTALS.
           05 SHIFTS-CLOSED PIC 9(5) VALUE ZERO.
           05 SHIFTS-OPEN PIC 9(5) VALUE ZERO.
           05 SHIFTS-SHORT PIC 9(5) VALUE ZERO.
           05 OPERATORS-SHORT PIC 99 VALUE ZERO.
           05 TOTAL-CREDITS PIC 9(7) VALUE ZERO.
           05 TOTAL-EXPECTED PIC 9(8)V99 VALUE ZERO.
           05 TOTAL-DECLARED PIC 9(8)V99 VALUE ZERO.
           05 TOTAL-VARIANCE PIC S9(8)V99 VALUE ZERO.
       01 MONEY-DISPLAY PIC Z(7)9.99.
       01 DECLARED-DISPLAY PIC Z(7)9.99.
       01 VARIANCE-DISPLAY PIC +Z(7)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-REPORT-MONTH
           OPEN INPUT TILL-SHIFT-FILE
           IF SHF-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No till shift file found."
               MOVE "SHFOPEN" TO EVENT-TYPE-WORK
               MOVE "E" TO EVENT-SEVERITY-WORK
               MOVE SHF-FILE-STATUS TO EVENT-STATUS-WORK
               MOVE "TILL SHIFTS MISSING FROM OVER/SHORT RUN"
                   TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               STOP RUN
           END-IF
           DISPLAY "======================================"
           DISPLAY "   TILL OVER/SHORT REPORT"
           DISPLAY "   FOR MONTH " REPORT-MONTH
           DISPLAY "======================================"
           DISPLAY " "
           DISPLAY "---- SHIFTS ----"
           DISPLAY "OPENED          OPERATOR  CREDITS"
               "     EXPECTED     DECLARED   OVER/SHORT"
           PERFORM READ-SHIFT-RECORD
           PERFORM UNTIL SHF-AT-END
               IF SHF-OPEN-DATE(1:6) EQUAL MONTH-ANSWER THEN
                   PERFORM REPORT-ONE-SHIFT
               END-IF
               PERFORM READ-SHIFT-RECORD
           END-PERFORM
           CLOSE TILL-SHIFT-FILE
           PERFORM PRINT-OPERATOR-SUMMARY
           IF SHIFTS-SHORT GREATER THAN ZERO THEN
               MOVE "TILLSHRT" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "SHORT SHIFTS IN " DELIMITED BY SIZE
                   REPORT-MONTH DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   SHIFTS-SHORT DELIMITED BY SIZE
                   INTO EVENT-DETAIL-WORK
               END-STRING
               PERFORM LOG-ARCADE-EVENT
           END-IF.
       STOP RUN.

       GET-REPORT-MONTH.
           DISPLAY "Report month YYYYMM (blank = this month): "
               WITH NO ADVANCING
           ACCEPT MONTH-ANSWER
           IF MONTH-ANSWER EQUAL SPACES THEN
               MOVE FUNCTION CURRENT-DATE(1:6) TO MONTH-ANSWER
           END-IF
           IF MONTH-ANSWER IS NOT NUMERIC THEN
               DISPLAY "Report month must be numeric: " MONTH-ANSWER
               STOP RUN
           END-IF
           MOVE MONTH-ANSWER TO REPORT-MONTH.

       READ-SHIFT-RECORD.
           READ TILL-SHIFT-FILE NEXT RECORD
               AT END MOVE 1 TO SHF-EOF-SWITCH
           END-READ.

       REPORT-ONE-SHIFT.
           IF SHF-OPEN THEN
               ADD 1 TO SHIFTS-OPEN
               DISPLAY SHF-OPEN-DATE " " SHF-OPEN-TIME "  "
                   SHF-OPERATOR-ID "  STILL OPEN - NOT CASHED UP"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SHIFTS-CLOSED
           IF SHF-VARIANCE LESS THAN ZERO THEN
               ADD 1 TO SHIFTS-SHORT
           END-IF
           MOVE SHF-EXPECTED TO MONEY-DISPLAY
           MOVE SHF-DECLARED TO DECLARED-DISPLAY
           MOVE SHF-VARIANCE TO VARIANCE-DISPLAY
           DISPLAY SHF-OPEN-DATE " " SHF-OPEN-TIME "  "
               SHF-OPERATOR-ID "  " SHF-CREDITS-SOLD "  "
               MONEY-DISPLAY " " DECLARED-DISPLAY " "
               VARIANCE-DISPLAY
           ADD SHF-CREDITS-SOLD TO TOTAL-CREDITS
           ADD SHF-EXPECTED TO TOTAL-EXPECTED
           ADD SHF-DECLARED TO TOTAL-DECLARED
           ADD SHF-VARIANCE TO TOTAL-VARIANCE
           PERFORM FIND-OPERATOR-ENTRY
           IF OPR-POS GREATER THAN ZERO THEN
               ADD 1 TO OPR-SHIFTS(OPR-POS)
               ADD SHF-CREDITS-SOLD TO OPR-CREDITS(OPR-POS)
               ADD SHF-EXPECTED TO OPR-EXPECTED(OPR-POS)
               ADD SHF-DECLARED TO OPR-DECLARED(OPR-POS)
               ADD SHF-VARIANCE TO OPR-VARIANCE(OPR-POS)
           END-IF.

      * Find or add the summary entry for the shift's operator.
      * More operators than the table holds are counted in the
      * month total only, with a warning under the summary.
       FIND-OPERATOR-ENTRY.
           MOVE ZERO TO OPR-POS
           MOVE 1 TO OPR-I
           PERFORM UNTIL OPR-I GREATER THAN OPERATOR-COUNT
               IF OPR-ID(OPR-I) EQUAL SHF-OPERATOR-ID THEN
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
           MOVE SHF-OPERATOR-ID TO OPR-ID(OPR-POS)
           MOVE ZERO TO OPR-SHIFTS(OPR-POS) OPR-CREDITS(OPR-POS)
               OPR-EXPECTED(OPR-POS) OPR-DECLARED(OPR-POS)
               OPR-VARIANCE(OPR-POS).

       PRINT-OPERATOR-SUMMARY.
           DISPLAY " "
           DISPLAY "---- OVER/SHORT BY OPERATOR ----"
           DISPLAY "OPERATOR  SHIFTS  CREDITS"
               "     EXPECTED     DECLARED   OVER/SHORT"
           MOVE 1 TO OPR-I
           PERFORM UNTIL OPR-I GREATER THAN OPERATOR-COUNT
               MOVE OPR-EXPECTED(OPR-I) TO MONEY-DISPLAY
               MOVE OPR-DECLARED(OPR-I) TO DECLARED-DISPLAY
               MOVE OPR-VARIANCE(OPR-I) TO VARIANCE-DISPLAY
               DISPLAY OPR-ID(OPR-I) "  " OPR-SHIFTS(OPR-I) "    "
                   OPR-CREDITS(OPR-I) " " MONEY-DISPLAY " "
                   DECLARED-DISPLAY " " VARIANCE-DISPLAY
               IF OPR-VARIANCE(OPR-I) LESS THAN ZERO THEN
                   ADD 1 TO OPERATORS-SHORT
               END-IF
               ADD 1 TO OPR-I
           END-PERFORM
           IF OPERATOR-OVERFLOW THEN
               DISPLAY "WARNING: more than 50 operators - the rest"
                   " are in the month total only."
           END-IF
           DISPLAY " "
           DISPLAY "SHIFTS CASHED UP:     " SHIFTS-CLOSED
           DISPLAY "SHIFTS STILL OPEN:    " SHIFTS-OPEN
           DISPLAY "SHIFTS SHORT:         " SHIFTS-SHORT
           DISPLAY "OPERATORS SHORT:      " OPERATORS-SHORT
           DISPLAY "CREDITS SOLD:         " TOTAL-CREDITS
           MOVE TOTAL-EXPECTED TO MONEY-DISPLAY
           DISPLAY "EXPECTED TAKINGS:  " MONEY-DISPLAY
           MOVE TOTAL-DECLARED TO MONEY-DISPLAY
           DISPLAY "CASH DECLARED:     " MONEY-DISPLAY
           MOVE TOTAL-VARIANCE TO VARIANCE-DISPLAY
           DISPLAY "MONTH OVER/SHORT: " VARIANCE-DISPLAY.

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
           MOVE "TILLRPT" TO EVT-PROGRAM
           MOVE EVENT-TYPE-WORK TO EVT-TYPE
           MOVE EVENT-SEVERITY-WORK TO EVT-SEVERITY
           MOVE EVENT-STATUS-WORK TO EVT-FILE-STATUS
           MOVE EVENT-DETAIL-WORK TO EVT-DETAIL
           WRITE ARC-EVENT-RECORD
           CLOSE ARC-EVENT-FILE.
       END PROGRAM TILLRPT.
