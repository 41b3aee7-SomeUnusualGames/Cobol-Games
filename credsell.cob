      * appending one "S" record per sale to the credit transaction
      * log, so the cash drawer and the session counts finally
      * reconcile. Also answers balance inquiries at the counter.
      * When a bonus-credit promotion from the promotions master is
      * live the free credits go onto the balance with the sale and
      * are logged as a separate "B" record; the lifetime sold
      * total stays paid credits only.
      * Sales are made inside a till shift: the operator opens a
      * shift with their ID, every sale is logged with that ID and
      * the shift key, and at close the operator counts the drawer
      * and the cash-up slip sets the expected takings - the
      * shift's paid credits at the price in force from the credit
      * price table - against the cash declared. The shift and its
      * over/short stay on the shift master for TILLRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRED-LOG-FILE ASSIGN TO "CREDLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CLG-FILE-STATUS.
           SELECT PROMO-FILE ASSIGN TO "PROMOS"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY PMO-CODE
               FILE STATUS PMO-FILE-STATUS.
           SELECT TILL-SHIFT-FILE ASSIGN TO "TILSHIFT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SHF-KEY
               FILE STATUS SHF-FILE-STATUS.
           SELECT CREDIT-PRICE-FILE ASSIGN TO "CRDPRICE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CPR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PLAYER-FILE.
       FD CRED-LOG-FILE.
       01 CRED-LOG-RECORD.
           COPY CREDLOG.
       FD PROMO-FILE.
       01 PROMO-RECORD.
           COPY PROMO.
       FD TILL-SHIFT-FILE.
       01 TILL-SHIFT-RECORD.
           COPY TILSHFT.
       FD CREDIT-PRICE-FILE.
       01 CREDIT-PRICE-RECORD.
           COPY CRDPRICE.
       WORKING-STORAGE SECTION.
       01 PLR-FILE-STATUS PIC XX VALUE ZERO.
       01 CRD-FILE-STATUS PIC XX VALUE ZERO.
       01 CLG-FILE-STATUS PIC XX VALUE ZERO.
       01 PMO-FILE-STATUS PIC XX VALUE ZERO.
       01 SHF-FILE-STATUS PIC XX VALUE ZERO.
       01 CPR-FILE-STATUS PIC XX VALUE ZERO.
       01 SHF-EOF-SWITCH PIC 9 VALUE ZERO.
           88 SHF-AT-END VALUE 1.
       01 CPR-EOF-SWITCH PIC 9 VALUE ZERO.
           88 CPR-AT-END VALUE 1.
       01 CLG-EOF-SWITCH PIC 9 VALUE ZERO.
           88 CLG-AT-END VALUE 1.
       01 SHIFT-OPEN-SWITCH PIC 9 VALUE ZERO.
           88 SHIFT-IS-OPEN VALUE 1.
       01 OPEN-SHIFT-ID.
           05 OPEN-SHIFT-DATE PIC 9(8) VALUE ZERO.
           05 OPEN-SHIFT-TIME PIC 9(6) VALUE ZERO.
       01 SHIFT-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 OPERATOR-ANSWER PIC X(8) VALUE SPACES.
       01 CONFIRM-ANSWER PIC X VALUE SPACE.
       01 CASH-ANSWER PIC X(10) VALUE SPACES.
       01 CASH-UNITS-ANSWER PIC X(7) VALUE SPACES.
       01 CASH-CENTS-ANSWER PIC X(2) VALUE SPACES.
       01 CASH-UNITS PIC 9(7) VALUE ZERO.
       01 CASH-CENTS PIC 99 VALUE ZERO.
       01 CASH-JUSTIFY-WORK PIC X(7) VALUE SPACES.
       01 CASH-JUSTIFY-HOLD PIC X(7) VALUE SPACES.
       01 PRICE-WORK.
           05 PRICE-TODAY PIC 9(8) VALUE ZERO.
           05 PRICE-IN-FORCE PIC 9(3)V99 VALUE ZERO.
           05 PRICE-FROM-DATE PIC 9(8) VALUE ZERO.
       01 CASHUP-WORK.
           05 CASHUP-CLOSE-DATE PIC 9(8) VALUE ZERO.
           05 CASHUP-CLOSE-TIME PIC 9(6) VALUE ZERO.
           05 CASHUP-SALES PIC 9(5) VALUE ZERO.
           05 CASHUP-CREDITS PIC 9(6) VALUE ZERO.
           05 CASHUP-EXPECTED PIC 9(7)V99 VALUE ZERO.
           05 CASHUP-DECLARED PIC 9(7)V99 VALUE ZERO.
           05 CASHUP-VARIANCE PIC S9(7)V99 VALUE ZERO.
       01 SALE-VALUE PIC 9(7)V99 VALUE ZERO.
       01 MONEY-DISPLAY PIC Z(6)9.99.
       01 VARIANCE-DISPLAY PIC +Z(6)9.99.
       01 PMO-EOF-SWITCH PIC 9 VALUE ZERO.
           88 PMO-AT-END VALUE 1.
       01 PROMO-LIVE-SWITCH PIC 9 VALUE ZERO.
           88 PROMO-LIVE VALUE 1.
       01 PROMO-CLOCK.
           05 PROMO-TODAY PIC 9(8) VALUE ZERO.
           05 PROMO-NOW-TIME PIC 9(4) VALUE ZERO.
           05 PROMO-WEEKDAY PIC 9 VALUE ZERO.
           05 PROMO-WEEKDAY-BEFORE PIC 9 VALUE ZERO.
       01 BONUS-QTY PIC 9(3) VALUE ZERO.
       01 PROMO-BONUS-QTY PIC 9(3) VALUE ZERO.
       01 BONUS-PROMO-CODE PIC X(4) VALUE SPACES.
       01 KEEP-RUNNING PIC 9 VALUE 1.
       01 MENU-ANSWER PIC X VALUE SPACE.
       01 ID-ANSWER PIC X(8) VALUE SPACES.
                   CRD-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O TILL-SHIFT-FILE
           IF SHF-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT TILL-SHIFT-FILE
               CLOSE TILL-SHIFT-FILE
               OPEN I-O TILL-SHIFT-FILE
           END-IF
           IF SHF-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "Cannot open till shift file, status "
                   SHF-FILE-STATUS
               CLOSE PLAYER-CRED-FILE
               STOP RUN
           END-IF
           PERFORM FIND-OPEN-SHIFT
           PERFORM UNTIL KEEP-RUNNING EQUAL ZERO
               DISPLAY " "
               DISPLAY "==== PLAY CREDIT COUNTER ===="
               IF SHIFT-IS-OPEN THEN
                   DISPLAY "  Shift open: " SHIFT-OPERATOR-ID
                       " since " OPEN-SHIFT-DATE " " OPEN-SHIFT-TIME
               ELSE
                   DISPLAY "  No shift open"
               END-IF
               DISPLAY "  O - open a shift"
               DISPLAY "  S - sell credits"
               DISPLAY "  B - balance inquiry"
               DISPLAY "  L - list balances"
               DISPLAY "  C - close the shift and cash up"
               DISPLAY "  Q - quit"
               DISPLAY "Option: " WITH NO ADVANCING
               ACCEPT MENU-ANSWER
               EVALUATE FUNCTION LOWER-CASE(MENU-ANSWER)
                   WHEN "o" PERFORM OPEN-SHIFT
                   WHEN "s" PERFORM SELL-CREDITS
                   WHEN "b" PERFORM SHOW-BALANCE
                   WHEN "l" PERFORM LIST-BALANCES
                   WHEN "c" PERFORM CLOSE-SHIFT
                   WHEN "q" MOVE ZERO TO KEEP-RUNNING
               END-EVALUATE
           END-PERFORM
           CLOSE TILL-SHIFT-FILE
           CLOSE PLAYER-CRED-FILE.
       STOP RUN.

       SELL-CREDITS.
           IF NOT SHIFT-IS-OPEN THEN
               DISPLAY "Open a shift before selling credits."
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-PLAYER-ID
           IF NOT PLAYER-GOOD THEN
               EXIT PARAGRAPH
               DISPLAY "Quantity must not be zero."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CREDIT-PROMOTION
           MOVE ID-ANSWER TO CRD-PLAYER-ID
           READ PLAYER-CRED-FILE
               INVALID KEY
                   MOVE ID-ANSWER TO CRD-PLAYER-ID
                   COMPUTE CRD-BALANCE = SALE-QTY + BONUS-QTY
                   MOVE SALE-QTY TO CRD-SOLD-TOTAL
                   MOVE ZERO TO CRD-USED-TOTAL
                   WRITE PLAYER-CRED-RECORD
               NOT INVALID KEY
                   ADD SALE-QTY BONUS-QTY TO CRD-BALANCE
                   ADD SALE-QTY TO CRD-SOLD-TOTAL
                   REWRITE PLAYER-CRED-RECORD
           END-READ
           END-IF
           PERFORM WRITE-SALE-RECORD
           DISPLAY SALE-QTY " credits sold to " ID-ANSWER
               ". New balance: " CRD-BALANCE
           PERFORM LOAD-CREDIT-PRICE
           IF PRICE-IN-FORCE GREATER THAN ZERO THEN
               COMPUTE SALE-VALUE = SALE-QTY * PRICE-IN-FORCE
               MOVE SALE-VALUE TO MONEY-DISPLAY
               DISPLAY "Take " MONEY-DISPLAY
           END-IF
           IF BONUS-QTY GREATER THAN ZERO THEN
               PERFORM WRITE-BONUS-RECORD
               DISPLAY "Promotion " BONUS-PROMO-CODE ": "
                   BONUS-QTY " bonus credits included."
           END-IF.

      * Looks through the promotions master for bonus-credit
      * promotions live right now and gives the sale the most
      * generous one - promotions do not stack. No promotions file
      * simply means no bonus.
       FIND-CREDIT-PROMOTION.
           MOVE ZERO TO BONUS-QTY
           MOVE SPACES TO BONUS-PROMO-CODE
           OPEN INPUT PROMO-FILE
           IF PMO-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-PROMO-CLOCK
           MOVE ZERO TO PMO-EOF-SWITCH
           PERFORM READ-PROMO-RECORD
           PERFORM UNTIL PMO-AT-END
               IF PMO-BONUS-CREDITS THEN
                   PERFORM CHECK-PROMO-LIVE
                   IF PROMO-LIVE THEN
                       COMPUTE PROMO-BONUS-QTY =
                           (SALE-QTY / PMO-BUY-QTY) * PMO-FREE-QTY
                           ON SIZE ERROR MOVE 999 TO PROMO-BONUS-QTY
                       END-COMPUTE
                       IF PROMO-BONUS-QTY GREATER THAN BONUS-QTY THEN
                           MOVE PROMO-BONUS-QTY TO BONUS-QTY
                           MOVE PMO-CODE TO BONUS-PROMO-CODE
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-PROMO-RECORD
           END-PERFORM
           CLOSE PROMO-FILE.

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

       GET-PLAYER-ID.
           MOVE ZERO TO PLAYER-GOOD-SWITCH
           MOVE ID-ANSWER TO CLG-PLAYER-ID
           MOVE "S" TO CLG-TYPE
           MOVE SALE-QTY TO CLG-QTY
           MOVE SPACES TO CLG-PROMO-CODE
           MOVE SHIFT-OPERATOR-ID TO CLG-OPERATOR-ID
           MOVE OPEN-SHIFT-ID TO CLG-SHIFT-ID
           MOVE SPACES TO CLG-REASON-CODE
           MOVE SPACES TO CLG-SUPERVISOR-ID
           WRITE CRED-LOG-RECORD
           CLOSE CRED-LOG-FILE.

      * The free credits go on their own record so nothing that
      * adds up "S" records counts them as takings.
       WRITE-BONUS-RECORD.
           OPEN EXTEND CRED-LOG-FILE
           IF CLG-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT CRED-LOG-FILE
           END-IF
           IF CLG-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "WARNING: bonus not logged, status "
                   CLG-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO CLG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CLG-TIME
           MOVE ID-ANSWER TO CLG-PLAYER-ID
           MOVE "B" TO CLG-TYPE
           MOVE BONUS-QTY TO CLG-QTY
           MOVE BONUS-PROMO-CODE TO CLG-PROMO-CODE
           MOVE SHIFT-OPERATOR-ID TO CLG-OPERATOR-ID
           MOVE OPEN-SHIFT-ID TO CLG-SHIFT-ID
           MOVE SPACES TO CLG-REASON-CODE
           MOVE SPACES TO CLG-SUPERVISOR-ID
           WRITE CRED-LOG-RECORD
           CLOSE CRED-LOG-FILE.

      * One till, one shift at a time. A shift left open when the
      * counter program was last quit is picked up again here, so
      * the sales carry on into the same cash-up.
       FIND-OPEN-SHIFT.
           MOVE ZERO TO SHIFT-OPEN-SWITCH
           MOVE ZERO TO SHF-EOF-SWITCH
           MOVE ZEROS TO SHF-KEY
           START TILL-SHIFT-FILE KEY NOT LESS THAN SHF-KEY
               INVALID KEY MOVE 1 TO SHF-EOF-SWITCH
           END-START
           PERFORM UNTIL SHF-AT-END
               READ TILL-SHIFT-FILE NEXT RECORD
                   AT END MOVE 1 TO SHF-EOF-SWITCH
                   NOT AT END
                       IF SHF-OPEN THEN
                           MOVE 1 TO SHIFT-OPEN-SWITCH
                           MOVE SHF-KEY TO OPEN-SHIFT-ID
                           MOVE SHF-OPERATOR-ID TO SHIFT-OPERATOR-ID
                       END-IF
               END-READ
           END-PERFORM.

       OPEN-SHIFT.
           IF SHIFT-IS-OPEN THEN
               DISPLAY "Shift for " SHIFT-OPERATOR-ID
                   " is still open - cash it up first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT OPERATOR-ANSWER
           MOVE FUNCTION UPPER-CASE(OPERATOR-ANSWER)
               TO OPERATOR-ANSWER
           IF OPERATOR-ANSWER EQUAL SPACES THEN
               DISPLAY "An operator ID is required."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO SHF-OPEN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO SHF-OPEN-TIME
           MOVE OPERATOR-ANSWER TO SHF-OPERATOR-ID
           MOVE "O" TO SHF-STATUS
           MOVE ZERO TO SHF-CLOSE-DATE SHF-CLOSE-TIME
               SHF-SALES-COUNT SHF-CREDITS-SOLD SHF-UNIT-PRICE
               SHF-EXPECTED SHF-DECLARED SHF-VARIANCE
           WRITE TILL-SHIFT-RECORD
               INVALID KEY
                   DISPLAY "Shift not opened, status "
                       SHF-FILE-STATUS " - try again."
               NOT INVALID KEY
                   MOVE 1 TO SHIFT-OPEN-SWITCH
                   MOVE SHF-KEY TO OPEN-SHIFT-ID
                   MOVE SHF-OPERATOR-ID TO SHIFT-OPERATOR-ID
                   DISPLAY "Shift opened for " SHIFT-OPERATOR-ID
                       " at " SHF-OPEN-TIME
           END-WRITE.

      * Cash-up. Only the shift's "S" records are takings - bonus
      * credits were given away - and they are valued at the price
      * in force now. Nothing is posted until the operator has seen
      * the figures and confirmed the count.
       CLOSE-SHIFT.
           IF NOT SHIFT-IS-OPEN THEN
               DISPLAY "No shift is open."
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CREDIT-PRICE
           IF PRICE-IN-FORCE EQUAL ZERO THEN
               DISPLAY "No credit price in force - shift left open."
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-SHIFT-SALES
           COMPUTE CASHUP-EXPECTED = CASHUP-CREDITS * PRICE-IN-FORCE
           DISPLAY "Cash counted in the drawer: " WITH NO ADVANCING
           ACCEPT CASH-ANSWER
           PERFORM PARSE-CASH-ANSWER
           IF CASH-UNITS-ANSWER IS NOT NUMERIC
                   OR CASH-CENTS-ANSWER IS NOT NUMERIC THEN
               DISPLAY "Cash must be an amount such as 125.50."
               EXIT PARAGRAPH
           END-IF
           MOVE CASH-UNITS-ANSWER TO CASH-UNITS
           MOVE CASH-CENTS-ANSWER TO CASH-CENTS
           COMPUTE CASHUP-DECLARED = CASH-UNITS + CASH-CENTS / 100
           COMPUTE CASHUP-VARIANCE = CASHUP-DECLARED - CASHUP-EXPECTED
           MOVE FUNCTION CURRENT-DATE(1:8) TO CASHUP-CLOSE-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CASHUP-CLOSE-TIME
           PERFORM PRINT-CASHUP-SLIP
           DISPLAY "Post this cash-up and close the shift? (y/n) "
               WITH NO ADVANCING
           ACCEPT CONFIRM-ANSWER
           IF FUNCTION LOWER-CASE(CONFIRM-ANSWER) NOT EQUAL "y" THEN
               DISPLAY "Cash-up not posted - shift still open."
               EXIT PARAGRAPH
           END-IF
           MOVE OPEN-SHIFT-ID TO SHF-KEY
           READ TILL-SHIFT-FILE
               INVALID KEY
                   DISPLAY "Shift record missing, status "
                       SHF-FILE-STATUS
                   EXIT PARAGRAPH
           END-READ
           MOVE "C" TO SHF-STATUS
           MOVE CASHUP-CLOSE-DATE TO SHF-CLOSE-DATE
           MOVE CASHUP-CLOSE-TIME TO SHF-CLOSE-TIME
           MOVE CASHUP-SALES TO SHF-SALES-COUNT
           MOVE CASHUP-CREDITS TO SHF-CREDITS-SOLD
           MOVE PRICE-IN-FORCE TO SHF-UNIT-PRICE
           MOVE CASHUP-EXPECTED TO SHF-EXPECTED
           MOVE CASHUP-DECLARED TO SHF-DECLARED
           MOVE CASHUP-VARIANCE TO SHF-VARIANCE
           REWRITE TILL-SHIFT-RECORD
               INVALID KEY
                   DISPLAY "Cash-up not posted, status "
                       SHF-FILE-STATUS
               NOT INVALID KEY
                   MOVE ZERO TO SHIFT-OPEN-SWITCH
                   DISPLAY "Shift closed for " SHIFT-OPERATOR-ID "."
                   MOVE SPACES TO SHIFT-OPERATOR-ID
                   MOVE ZERO TO OPEN-SHIFT-ID
           END-REWRITE.

       SUM-SHIFT-SALES.
           MOVE ZERO TO CASHUP-SALES CASHUP-CREDITS
           MOVE ZERO TO CLG-EOF-SWITCH
           OPEN INPUT CRED-LOG-FILE
           IF CLG-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CREDIT-RECORD
           PERFORM UNTIL CLG-AT-END
               IF CLG-SOLD AND CLG-SHIFT-ID EQUAL OPEN-SHIFT-ID THEN
                   ADD 1 TO CASHUP-SALES
                   ADD CLG-QTY TO CASHUP-CREDITS
               END-IF
               PERFORM READ-CREDIT-RECORD
           END-PERFORM
           CLOSE CRED-LOG-FILE.

       READ-CREDIT-RECORD.
           READ CRED-LOG-FILE
               AT END MOVE 1 TO CLG-EOF-SWITCH
           END-READ.

      * The price in force today is the one with the latest
      * effective date not after today. A table with nothing in
      * force leaves the price at zero.
       LOAD-CREDIT-PRICE.
           MOVE ZERO TO PRICE-IN-FORCE PRICE-FROM-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRICE-TODAY
           MOVE ZERO TO CPR-EOF-SWITCH
           OPEN INPUT CREDIT-PRICE-FILE
           IF CPR-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PRICE-RECORD
           PERFORM UNTIL CPR-AT-END
               IF CPR-EFFECTIVE-DATE IS NUMERIC
                       AND CPR-UNIT-PRICE IS NUMERIC
                       AND CPR-EFFECTIVE-DATE NOT GREATER THAN
                           PRICE-TODAY
                       AND CPR-EFFECTIVE-DATE NOT LESS THAN
                           PRICE-FROM-DATE THEN
                   MOVE CPR-EFFECTIVE-DATE TO PRICE-FROM-DATE
                   MOVE CPR-UNIT-PRICE TO PRICE-IN-FORCE
               END-IF
               PERFORM READ-PRICE-RECORD
           END-PERFORM
           CLOSE CREDIT-PRICE-FILE.

       READ-PRICE-RECORD.
           READ CREDIT-PRICE-FILE
               AT END MOVE 1 TO CPR-EOF-SWITCH
           END-READ.

      * "125.50", "125" and "125.5" all come back as units and
      * cents ready for the class test; anything else fails it.
       PARSE-CASH-ANSWER.
           MOVE SPACES TO CASH-UNITS-ANSWER CASH-CENTS-ANSWER
           UNSTRING CASH-ANSWER DELIMITED BY "."
               INTO CASH-UNITS-ANSWER CASH-CENTS-ANSWER
           END-UNSTRING
           IF CASH-UNITS-ANSWER EQUAL SPACES THEN
               IF CASH-CENTS-ANSWER EQUAL SPACES THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE ZEROS TO CASH-UNITS-ANSWER
           END-IF
           MOVE CASH-UNITS-ANSWER TO CASH-JUSTIFY-WORK
           PERFORM UNTIL CASH-JUSTIFY-WORK(7:1) NOT EQUAL SPACE
               MOVE CASH-JUSTIFY-WORK TO CASH-JUSTIFY-HOLD
               MOVE SPACES TO CASH-JUSTIFY-WORK
               MOVE CASH-JUSTIFY-HOLD(1:6) TO CASH-JUSTIFY-WORK(2:6)
           END-PERFORM
           INSPECT CASH-JUSTIFY-WORK REPLACING LEADING SPACE BY ZERO
           MOVE CASH-JUSTIFY-WORK TO CASH-UNITS-ANSWER
           IF CASH-CENTS-ANSWER EQUAL SPACES THEN
               MOVE "00" TO CASH-CENTS-ANSWER
           END-IF
           IF CASH-CENTS-ANSWER(2:1) EQUAL SPACE THEN
               MOVE "0" TO CASH-CENTS-ANSWER(2:1)
           END-IF.

       PRINT-CASHUP-SLIP.
           DISPLAY " "
           DISPLAY "======================================"
           DISPLAY "   TILL CASH-UP SLIP"
           DISPLAY "======================================"
           DISPLAY "OPERATOR:          " SHIFT-OPERATOR-ID
           DISPLAY "SHIFT OPENED:      " OPEN-SHIFT-DATE " "
               OPEN-SHIFT-TIME
           DISPLAY "SHIFT CLOSED:      " CASHUP-CLOSE-DATE " "
               CASHUP-CLOSE-TIME
           DISPLAY "SALES:             " CASHUP-SALES
           DISPLAY "CREDITS SOLD:      " CASHUP-CREDITS
           MOVE PRICE-IN-FORCE TO MONEY-DISPLAY
           DISPLAY "PRICE PER CREDIT:  " MONEY-DISPLAY
           MOVE CASHUP-EXPECTED TO MONEY-DISPLAY
           DISPLAY "EXPECTED TAKINGS:  " MONEY-DISPLAY
           MOVE CASHUP-DECLARED TO MONEY-DISPLAY
           DISPLAY "CASH DECLARED:     " MONEY-DISPLAY
           MOVE CASHUP-VARIANCE TO VARIANCE-DISPLAY
           DISPLAY "OVER/SHORT:       " VARIANCE-DISPLAY
           EVALUATE TRUE
               WHEN CASHUP-VARIANCE GREATER THAN ZERO
                   DISPLAY "TILL IS OVER"
               WHEN CASHUP-VARIANCE LESS THAN ZERO
                   DISPLAY "TILL IS SHORT"
               WHEN OTHER
                   DISPLAY "TILL BALANCES"
           END-EVALUATE
           DISPLAY "======================================".

      * The operator types "5", the terminal hands back "5  ".
      * Nudge the digits right and zero-fill so the class test and
      * the numeric moves see "005". A blank answer is left blank
