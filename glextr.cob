       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR.
       AUTHOR. SomeUnusualGames
      * Daily general-ledger extract for the finance system. Builds
      * one balanced journal for a business date from the arcade's
      * own files, so accounts no longer re-key CREDRPT and PRZLIAB:
      *   credit sales    - "S" credits at the price in force, cash
      *                     in against the unplayed-credit liability
      *   bonus and adjusted credits - "B" and "A" given, "D" taken
      *                     off, against the promotions account so
      *                     the liability matches what players hold
      *   credits consumed - "U" credits moved from the liability
      *                     to play revenue
      *   credit refunds  - "R" credits back from revenue to the
      *                     liability
      *   prize stock issued - every redemption on the ledger at
      *                     the prize's cost price on the catalog
      *   "$"-point liability - the day's net movement (points
      *                     banked and given, less points redeemed,
      *                     expired and taken off) at the point value
      * Every entry is a debit line and a credit line for the same
      * amount, so the journal balances by construction; the totals
      * are checked again before anything is written. Header and
      * trailer carry the line count, debit and credit totals and
      * the account hash. A date already sent is refused unless the
      * operator answers Y to resend it, and every send goes on the
      * extract log so finance cannot double-post a day.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRED-LOG-FILE ASSIGN TO "CREDLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CLG-FILE-STATUS.
           SELECT CREDIT-PRICE-FILE ASSIGN TO "CRDPRICE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS CPR-FILE-STATUS.
           SELECT PRIZE-LDG-FILE ASSIGN TO "PRIZLDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS LDG-FILE-STATUS.
           SELECT PRIZE-CAT-FILE ASSIGN TO "PRIZCAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRZ-CODE
               FILE STATUS CAT-FILE-STATUS.
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
           SELECT GL-PRM-FILE ASSIGN TO "GLPRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS GLP-FILE-STATUS.
           SELECT GL-SENT-FILE ASSIGN TO "GLSENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS GLS-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS GLJ-FILE-STATUS.
           SELECT ARC-EVENT-FILE ASSIGN TO "ARCEVENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JRNL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CRED-LOG-FILE.
       01 CRED-LOG-RECORD.
           COPY CREDLOG.
       FD CREDIT-PRICE-FILE.
       01 CREDIT-PRICE-RECORD.
           COPY CRDPRICE.
       FD PRIZE-LDG-FILE.
       01 PRIZE-LDG-RECORD.
           COPY PRIZLDG.
       FD PRIZE-CAT-FILE.
       01 PRIZE-CAT-RECORD.
           COPY PRIZCAT.
       FD DODGER-HS-FILE.
       01 DODGER-HS-RECORD.
           COPY DODGEHS.
       FD DODGER-HH-FILE.
       01 DODGER-HH-RECORD.
           COPY DODGEHS REPLACING LEADING ==HS-== BY ==HHS-==.
       FD GL-PRM-FILE.
       01 GL-PRM-RECORD.
           COPY GLPRM.
       FD GL-SENT-FILE.
       01 GL-SENT-RECORD.
           COPY GLSENT.
       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
           COPY GLJRNL.
       FD ARC-EVENT-FILE.
       01 ARC-EVENT-RECORD.
           COPY ARCEVT.
       WORKING-STORAGE SECTION.
       01 CLG-FILE-STATUS PIC XX VALUE ZERO.
       01 CPR-FILE-STATUS PIC XX VALUE ZERO.
       01 LDG-FILE-STATUS PIC XX VALUE ZERO.
       01 CAT-FILE-STATUS PIC XX VALUE ZERO.
       01 HS-FILE-STATUS PIC XX VALUE ZERO.
       01 HH-FILE-STATUS PIC XX VALUE ZERO.
       01 GLP-FILE-STATUS PIC XX VALUE ZERO.
       01 GLS-FILE-STATUS PIC XX VALUE ZERO.
       01 GLJ-FILE-STATUS PIC XX VALUE ZERO.
       01 JRNL-FILE-STATUS PIC XX VALUE ZERO.
       01 EVENT-WORK.
           05 EVENT-TYPE-WORK PIC X(8) VALUE SPACES.
           05 EVENT-SEVERITY-WORK PIC X VALUE "I".
           05 EVENT-STATUS-WORK PIC XX VALUE SPACES.
           05 EVENT-DETAIL-WORK PIC X(40) VALUE SPACES.
       01 CLG-EOF-SWITCH PIC 9 VALUE ZERO.
           88 CLG-AT-END VALUE 1.
       01 CPR-EOF-SWITCH PIC 9 VALUE ZERO.
           88 CPR-AT-END VALUE 1.
       01 LDG-EOF-SWITCH PIC 9 VALUE ZERO.
           88 LDG-AT-END VALUE 1.
       01 HS-EOF-SWITCH PIC 9 VALUE ZERO.
           88 HS-AT-END VALUE 1.
       01 HH-EOF-SWITCH PIC 9 VALUE ZERO.
           88 HH-AT-END VALUE 1.
       01 GLS-EOF-SWITCH PIC 9 VALUE ZERO.
           88 GLS-AT-END VALUE 1.
       01 CATALOG-OPEN-SWITCH PIC 9 VALUE ZERO.
           88 CATALOG-IS-OPEN VALUE 1.
       01 DATE-ANSWER PIC X(8) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE ZERO.
       01 DAYS-WORK PIC 9(8) VALUE ZERO.
       01 BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 OVERRIDE-ANSWER PIC X VALUE SPACE.
       01 RESEND-SWITCH PIC 9 VALUE ZERO.
           88 RESENDING VALUE 1.
       01 GL-ACCOUNTS.
           05 CASH-ACCT PIC 9(6) VALUE 100100.
           05 CREDIT-LIAB-ACCT PIC 9(6) VALUE 220100.
           05 PLAY-REVENUE-ACCT PIC 9(6) VALUE 400100.
           05 PROMO-EXPENSE-ACCT PIC 9(6) VALUE 610100.
           05 PRIZE-STOCK-ACCT PIC 9(6) VALUE 130100.
           05 PRIZE-COST-ACCT PIC 9(6) VALUE 500100.
           05 POINTS-LIAB-ACCT PIC 9(6) VALUE 220200.
           05 POINTS-EXPENSE-ACCT PIC 9(6) VALUE 610200.
           05 POINT-VALUE PIC 9V9(4) VALUE 0.0100.
       01 PRICE-WORK.
           05 PRICE-IN-FORCE PIC 9(3)V99 VALUE ZERO.
           05 PRICE-FROM-DATE PIC 9(8) VALUE ZERO.
       01 DAY-MOVEMENTS.
           05 CREDITS-SOLD PIC 9(7) VALUE ZERO.
           05 CREDITS-GIVEN PIC 9(7) VALUE ZERO.
           05 CREDITS-TAKEN PIC 9(7) VALUE ZERO.
           05 CREDITS-USED PIC 9(7) VALUE ZERO.
           05 CREDITS-REFUNDED PIC 9(7) VALUE ZERO.
           05 PRIZES-ISSUED PIC 9(5) VALUE ZERO.
           05 PRIZES-UNCOSTED PIC 9(5) VALUE ZERO.
           05 PRIZE-COST-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 POINTS-BANKED PIC 9(9) VALUE ZERO.
           05 POINTS-GIVEN PIC 9(9) VALUE ZERO.
           05 POINTS-REDEEMED PIC 9(9) VALUE ZERO.
           05 POINTS-EXPIRED PIC 9(9) VALUE ZERO.
           05 POINTS-TAKEN PIC 9(9) VALUE ZERO.
           05 POINTS-MOVEMENT PIC S9(9) VALUE ZERO.
       01 ENTRY-WORK.
           05 ENTRY-DEBIT-ACCT PIC 9(6) VALUE ZERO.
           05 ENTRY-CREDIT-ACCT PIC 9(6) VALUE ZERO.
           05 ENTRY-AMOUNT PIC 9(9)V99 VALUE ZERO.
           05 ENTRY-DESC PIC X(30) VALUE SPACES.
       01 ENTRY-COUNT PIC 99 VALUE ZERO.
       01 JOURNAL-TABLE.
           05 LINE-COUNT PIC 99 VALUE ZERO.
           05 LINE-ENTRY OCCURS 20 TIMES.
               10 LIN-ENTRY-NO PIC 99.
               10 LIN-ACCOUNT PIC 9(6).
               10 LIN-DR-CR PIC X.
               10 LIN-AMOUNT PIC 9(9)V99.
               10 LIN-DESC PIC X(30).
       01 LINE-I PIC 99 VALUE ZERO.
       01 CONTROL-TOTALS.
           05 DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
           05 CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
           05 ACCOUNT-HASH PIC 9(12) VALUE ZERO.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 RUN-TIME PIC 9(6) VALUE ZERO.
       01 MONEY-DISPLAY PIC Z(8)9.99.
       01 TOTAL-DISPLAY PIC Z(10)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM CHECK-ALREADY-SENT
           PERFORM READ-GL-PARAMETERS
           PERFORM LOAD-CREDIT-PRICE
           PERFORM SUM-CREDIT-MOVEMENTS
           IF PRICE-IN-FORCE EQUAL ZERO
                   AND (CREDITS-SOLD GREATER THAN ZERO
                   OR CREDITS-GIVEN GREATER THAN ZERO
                   OR CREDITS-TAKEN GREATER THAN ZERO
                   OR CREDITS-USED GREATER THAN ZERO
                   OR CREDITS-REFUNDED GREATER THAN ZERO) THEN
               DISPLAY "No credit price in force on " BUSINESS-DATE
                   " - extract not produced."
               MOVE "GLNOPRCE" TO EVENT-TYPE-WORK
               MOVE "E" TO EVENT-SEVERITY-WORK
               MOVE CPR-FILE-STATUS TO EVENT-STATUS-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "NO CREDIT PRICE - GL NOT SENT " DELIMITED BY SIZE
                   BUSINESS-DATE DELIMITED BY SIZE
                   INTO EVENT-DETAIL-WORK
               END-STRING
               PERFORM LOG-ARCADE-EVENT
               STOP RUN
           END-IF
           PERFORM SUM-LEDGER-MOVEMENTS
           PERFORM SUM-POINTS-BANKED
           PERFORM BUILD-JOURNAL
           IF DEBIT-TOTAL NOT EQUAL CREDIT-TOTAL THEN
               DISPLAY "Journal does not balance - extract not"
                   " produced."
               MOVE "GLUNBAL" TO EVENT-TYPE-WORK
               MOVE "E" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "GL JOURNAL OUT OF BALANCE " DELIMITED BY SIZE
                   BUSINESS-DATE DELIMITED BY SIZE
                   INTO EVENT-DETAIL-WORK
               END-STRING
               PERFORM LOG-ARCADE-EVENT
               STOP RUN
           END-IF
           PERFORM WRITE-EXTRACT
           PERFORM LOG-EXTRACT-SENT
           PERFORM PRINT-JOURNAL-LISTING
           IF PRIZES-UNCOSTED GREATER THAN ZERO THEN
               MOVE "GLNOCOST" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "PRIZES SENT AT NO COST " DELIMITED BY SIZE
                   BUSINESS-DATE DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   PRIZES-UNCOSTED DELIMITED BY SIZE
                   INTO EVENT-DETAIL-WORK
               END-STRING
               PERFORM LOG-ARCADE-EVENT
           END-IF
           IF RESENDING THEN
               MOVE "GLRESEND" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
           ELSE
               MOVE "GLEXTR" TO EVENT-TYPE-WORK
               MOVE "I" TO EVENT-SEVERITY-WORK
           END-IF
           MOVE "00" TO EVENT-STATUS-WORK
           MOVE SPACES TO EVENT-DETAIL-WORK
           STRING "GL JOURNAL " DELIMITED BY SIZE
               BUSINESS-DATE DELIMITED BY SIZE
               " LINES " DELIMITED BY SIZE
               LINE-COUNT DELIMITED BY SIZE
               INTO EVENT-DETAIL-WORK
           END-STRING
           PERFORM LOG-ARCADE-EVENT.
       STOP RUN.

       GET-BUSINESS-DATE.
           DISPLAY "Business date YYYYMMDD (blank = yesterday): "
               WITH NO ADVANCING
           ACCEPT DATE-ANSWER
           IF DATE-ANSWER EQUAL SPACES THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
               COMPUTE DAYS-WORK =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE) - 1
               COMPUTE BUSINESS-DATE =
                   FUNCTION DATE-OF-INTEGER(DAYS-WORK)
               MOVE BUSINESS-DATE TO DATE-ANSWER
           END-IF
           IF DATE-ANSWER IS NOT NUMERIC THEN
               DISPLAY "Business date must be numeric: " DATE-ANSWER
               STOP RUN
           END-IF
           MOVE DATE-ANSWER TO BUSINESS-DATE.

      * A date already on the extract log has been sent to finance.
      * Sending it again needs the operator's explicit Y, and the
      * header then says it is a resend.
       CHECK-ALREADY-SENT.
           OPEN INPUT GL-SENT-FILE
           IF GLS-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-SENT-RECORD
           PERFORM UNTIL GLS-AT-END
               IF GLS-BUS-DATE EQUAL BUSINESS-DATE THEN
                   MOVE 1 TO RESEND-SWITCH
               END-IF
               PERFORM READ-SENT-RECORD
           END-PERFORM
           CLOSE GL-SENT-FILE
           IF NOT RESENDING THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "GL journal already sent for " BUSINESS-DATE
           DISPLAY "Send it again? (y/n) " WITH NO ADVANCING
           ACCEPT OVERRIDE-ANSWER
           IF FUNCTION LOWER-CASE(OVERRIDE-ANSWER) NOT EQUAL "y" THEN
               MOVE "GLSKIP" TO EVENT-TYPE-WORK
               MOVE "W" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE "GL JOURNAL ALREADY SENT - RUN REFUSED"
                   TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               STOP RUN
           END-IF.

       READ-SENT-RECORD.
           READ GL-SENT-FILE
               AT END MOVE 1 TO GLS-EOF-SWITCH
           END-READ.

      * No parameter file, or a field left blank, keeps the house
      * default for that account or the point value.
       READ-GL-PARAMETERS.
           OPEN INPUT GL-PRM-FILE
           IF GLP-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           READ GL-PRM-FILE
               NOT AT END
                   IF GLP-CASH-ACCT IS NUMERIC THEN
                       MOVE GLP-CASH-ACCT TO CASH-ACCT
                   END-IF
                   IF GLP-CREDIT-LIAB-ACCT IS NUMERIC THEN
                       MOVE GLP-CREDIT-LIAB-ACCT TO CREDIT-LIAB-ACCT
                   END-IF
                   IF GLP-PLAY-REVENUE-ACCT IS NUMERIC THEN
                       MOVE GLP-PLAY-REVENUE-ACCT
                           TO PLAY-REVENUE-ACCT
                   END-IF
                   IF GLP-PROMO-EXPENSE-ACCT IS NUMERIC THEN
                       MOVE GLP-PROMO-EXPENSE-ACCT
                           TO PROMO-EXPENSE-ACCT
                   END-IF
                   IF GLP-PRIZE-STOCK-ACCT IS NUMERIC THEN
                       MOVE GLP-PRIZE-STOCK-ACCT TO PRIZE-STOCK-ACCT
                   END-IF
                   IF GLP-PRIZE-COST-ACCT IS NUMERIC THEN
                       MOVE GLP-PRIZE-COST-ACCT TO PRIZE-COST-ACCT
                   END-IF
                   IF GLP-POINTS-LIAB-ACCT IS NUMERIC THEN
                       MOVE GLP-POINTS-LIAB-ACCT TO POINTS-LIAB-ACCT
                   END-IF
                   IF GLP-POINTS-EXPENSE-ACCT IS NUMERIC THEN
                       MOVE GLP-POINTS-EXPENSE-ACCT
                           TO POINTS-EXPENSE-ACCT
                   END-IF
                   IF GLP-POINT-VALUE IS NUMERIC THEN
                       MOVE GLP-POINT-VALUE TO POINT-VALUE
                   END-IF
           END-READ
           CLOSE GL-PRM-FILE.

      * The price in force on the business date - the record with
      * the latest effective date on or before it.
       LOAD-CREDIT-PRICE.
           MOVE ZERO TO PRICE-IN-FORCE PRICE-FROM-DATE
           OPEN INPUT CREDIT-PRICE-FILE
           IF CPR-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PRICE-RECORD
           PERFORM UNTIL CPR-AT-END
               IF CPR-EFFECTIVE-DATE IS NUMERIC
                       AND CPR-UNIT-PRICE IS NUMERIC
                       AND CPR-EFFECTIVE-DATE NOT GREATER THAN
                           BUSINESS-DATE
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

       SUM-CREDIT-MOVEMENTS.
           OPEN INPUT CRED-LOG-FILE
           IF CLG-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-CREDIT-RECORD
           PERFORM UNTIL CLG-AT-END
               IF CLG-DATE EQUAL BUSINESS-DATE THEN
                   EVALUATE TRUE
                       WHEN CLG-SOLD
                           ADD CLG-QTY TO CREDITS-SOLD
                       WHEN CLG-BONUS
                           ADD CLG-QTY TO CREDITS-GIVEN
                       WHEN CLG-ADJUST-ADD
                           ADD CLG-QTY TO CREDITS-GIVEN
                       WHEN CLG-ADJUST-DEDUCT
                           ADD CLG-QTY TO CREDITS-TAKEN
                       WHEN CLG-USED
                           ADD CLG-QTY TO CREDITS-USED
                       WHEN CLG-REFUND
                           ADD CLG-QTY TO CREDITS-REFUNDED
                   END-EVALUATE
               END-IF
               PERFORM READ-CREDIT-RECORD
           END-PERFORM
           CLOSE CRED-LOG-FILE.

       READ-CREDIT-RECORD.
           READ CRED-LOG-FILE
               AT END MOVE 1 TO CLG-EOF-SWITCH
           END-READ.

      * One pass over the prize ledger for the day: redemptions are
      * costed from the catalog for the stock entry and, with the
      * expiries and adjustments, move the point liability. A prize
      * no longer on the catalog, or with no cost price set, goes
      * out at nothing and is counted for the warning.
       SUM-LEDGER-MOVEMENTS.
           OPEN INPUT PRIZE-CAT-FILE
           IF CAT-FILE-STATUS EQUAL "00" THEN
               MOVE 1 TO CATALOG-OPEN-SWITCH
           END-IF
           OPEN INPUT PRIZE-LDG-FILE
           IF LDG-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-LEDGER-RECORD
               PERFORM UNTIL LDG-AT-END
                   IF LDG-DATE EQUAL BUSINESS-DATE THEN
                       PERFORM SUM-ONE-LEDGER-RECORD
                   END-IF
                   PERFORM READ-LEDGER-RECORD
               END-PERFORM
               CLOSE PRIZE-LDG-FILE
           END-IF
           IF CATALOG-IS-OPEN THEN
               CLOSE PRIZE-CAT-FILE
           END-IF.

       SUM-ONE-LEDGER-RECORD.
           EVALUATE TRUE
               WHEN LDG-EXPIRY
                   ADD LDG-POINTS-SPENT TO POINTS-EXPIRED
               WHEN LDG-ADJUST-ADD
                   ADD LDG-POINTS-SPENT TO POINTS-GIVEN
               WHEN LDG-ADJUST-DEDUCT
                   ADD LDG-POINTS-SPENT TO POINTS-TAKEN
               WHEN OTHER
                   ADD LDG-POINTS-SPENT TO POINTS-REDEEMED
                   ADD 1 TO PRIZES-ISSUED
                   PERFORM COST-ONE-PRIZE
           END-EVALUATE.

       COST-ONE-PRIZE.
           IF NOT CATALOG-IS-OPEN THEN
               ADD 1 TO PRIZES-UNCOSTED
               EXIT PARAGRAPH
           END-IF
           MOVE LDG-PRIZE-CODE TO PRZ-CODE
           READ PRIZE-CAT-FILE
               INVALID KEY
                   ADD 1 TO PRIZES-UNCOSTED
               NOT INVALID KEY
                   IF PRZ-UNIT-COST EQUAL ZERO THEN
                       ADD 1 TO PRIZES-UNCOSTED
                   ELSE
                       ADD PRZ-UNIT-COST TO PRIZE-COST-TOTAL
                   END-IF
           END-READ.

       READ-LEDGER-RECORD.
           READ PRIZE-LDG-FILE
               AT END MOVE 1 TO LDG-EOF-SWITCH
           END-READ.

      * Points banked by runs on the business date, from the live
      * file and the month-end history alike, as PRZLIAB counts
      * them.
       SUM-POINTS-BANKED.
           OPEN INPUT DODGER-HS-FILE
           IF HS-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-NEXT-SCORE
               PERFORM UNTIL HS-AT-END
                   IF HS-DATE EQUAL BUSINESS-DATE THEN
                       ADD HS-PENALTY-POINTS TO POINTS-BANKED
                   END-IF
                   PERFORM READ-NEXT-SCORE
               END-PERFORM
               CLOSE DODGER-HS-FILE
           END-IF
           OPEN INPUT DODGER-HH-FILE
           IF HH-FILE-STATUS EQUAL "00" THEN
               PERFORM READ-NEXT-HISTORY
               PERFORM UNTIL HH-AT-END
                   IF HHS-DATE EQUAL BUSINESS-DATE THEN
                       ADD HHS-PENALTY-POINTS TO POINTS-BANKED
                   END-IF
                   PERFORM READ-NEXT-HISTORY
               END-PERFORM
               CLOSE DODGER-HH-FILE
           END-IF.

       READ-NEXT-SCORE.
           READ DODGER-HS-FILE NEXT RECORD
               AT END MOVE 1 TO HS-EOF-SWITCH
           END-READ.

       READ-NEXT-HISTORY.
           READ DODGER-HH-FILE NEXT RECORD
               AT END MOVE 1 TO HH-EOF-SWITCH
           END-READ.

      * One debit and one credit per entry; an entry with nothing
      * to post is left out rather than sent as a zero line.
       BUILD-JOURNAL.
           MOVE CASH-ACCT TO ENTRY-DEBIT-ACCT
           MOVE CREDIT-LIAB-ACCT TO ENTRY-CREDIT-ACCT
           COMPUTE ENTRY-AMOUNT = CREDITS-SOLD * PRICE-IN-FORCE
           MOVE "CREDIT SALES" TO ENTRY-DESC
           PERFORM ADD-JOURNAL-ENTRY
           MOVE PROMO-EXPENSE-ACCT TO ENTRY-DEBIT-ACCT
           MOVE CREDIT-LIAB-ACCT TO ENTRY-CREDIT-ACCT
           COMPUTE ENTRY-AMOUNT = CREDITS-GIVEN * PRICE-IN-FORCE
           MOVE "BONUS AND ADJUSTED CREDITS" TO ENTRY-DESC
           PERFORM ADD-JOURNAL-ENTRY
           MOVE CREDIT-LIAB-ACCT TO ENTRY-DEBIT-ACCT
           MOVE PROMO-EXPENSE-ACCT TO ENTRY-CREDIT-ACCT
           COMPUTE ENTRY-AMOUNT = CREDITS-TAKEN * PRICE-IN-FORCE
           MOVE "CREDITS ADJUSTED OFF" TO ENTRY-DESC
           PERFORM ADD-JOURNAL-ENTRY
           MOVE CREDIT-LIAB-ACCT TO ENTRY-DEBIT-ACCT
           MOVE PLAY-REVENUE-ACCT TO ENTRY-CREDIT-ACCT
           COMPUTE ENTRY-AMOUNT = CREDITS-USED * PRICE-IN-FORCE
           MOVE "CREDITS CONSUMED" TO ENTRY-DESC
           PERFORM ADD-JOURNAL-ENTRY
           MOVE PLAY-REVENUE-ACCT TO ENTRY-DEBIT-ACCT
           MOVE CREDIT-LIAB-ACCT TO ENTRY-CREDIT-ACCT
           COMPUTE ENTRY-AMOUNT = CREDITS-REFUNDED * PRICE-IN-FORCE
           MOVE "CREDIT REFUNDS" TO ENTRY-DESC
           PERFORM ADD-JOURNAL-ENTRY
           MOVE PRIZE-COST-ACCT TO ENTRY-DEBIT-ACCT
           MOVE PRIZE-STOCK-ACCT TO ENTRY-CREDIT-ACCT
           MOVE PRIZE-COST-TOTAL TO ENTRY-AMOUNT
           MOVE "PRIZE STOCK ISSUED AT COST" TO ENTRY-DESC
           PERFORM ADD-JOURNAL-ENTRY
           COMPUTE POINTS-MOVEMENT = POINTS-BANKED + POINTS-GIVEN
               - POINTS-REDEEMED - POINTS-EXPIRED - POINTS-TAKEN
           IF POINTS-MOVEMENT NOT LESS THAN ZERO THEN
               MOVE POINTS-EXPENSE-ACCT TO ENTRY-DEBIT-ACCT
               MOVE POINTS-LIAB-ACCT TO ENTRY-CREDIT-ACCT
               COMPUTE ENTRY-AMOUNT ROUNDED =
                   POINTS-MOVEMENT * POINT-VALUE
               MOVE "$ POINT LIABILITY INCREASE" TO ENTRY-DESC
           ELSE
               MOVE POINTS-LIAB-ACCT TO ENTRY-DEBIT-ACCT
               MOVE POINTS-EXPENSE-ACCT TO ENTRY-CREDIT-ACCT
               COMPUTE ENTRY-AMOUNT ROUNDED =
                   (0 - POINTS-MOVEMENT) * POINT-VALUE
               MOVE "$ POINT LIABILITY DECREASE" TO ENTRY-DESC
           END-IF
           PERFORM ADD-JOURNAL-ENTRY.

       ADD-JOURNAL-ENTRY.
           IF ENTRY-AMOUNT EQUAL ZERO THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ENTRY-COUNT
           ADD 1 TO LINE-COUNT
           MOVE ENTRY-COUNT TO LIN-ENTRY-NO(LINE-COUNT)
           MOVE ENTRY-DEBIT-ACCT TO LIN-ACCOUNT(LINE-COUNT)
           MOVE "D" TO LIN-DR-CR(LINE-COUNT)
           MOVE ENTRY-AMOUNT TO LIN-AMOUNT(LINE-COUNT)
           MOVE ENTRY-DESC TO LIN-DESC(LINE-COUNT)
           ADD ENTRY-AMOUNT TO DEBIT-TOTAL
           ADD ENTRY-DEBIT-ACCT TO ACCOUNT-HASH
           ADD 1 TO LINE-COUNT
           MOVE ENTRY-COUNT TO LIN-ENTRY-NO(LINE-COUNT)
           MOVE ENTRY-CREDIT-ACCT TO LIN-ACCOUNT(LINE-COUNT)
           MOVE "C" TO LIN-DR-CR(LINE-COUNT)
           MOVE ENTRY-AMOUNT TO LIN-AMOUNT(LINE-COUNT)
           MOVE ENTRY-DESC TO LIN-DESC(LINE-COUNT)
           ADD ENTRY-AMOUNT TO CREDIT-TOTAL
           ADD ENTRY-CREDIT-ACCT TO ACCOUNT-HASH.

      * A day with nothing to post still gets a header and trailer,
      * so finance sees the day was sent and was empty.
       WRITE-EXTRACT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME
           OPEN OUTPUT GL-JOURNAL-FILE
           IF GLJ-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "Cannot create GL journal, status "
                   GLJ-FILE-STATUS
               MOVE "GLJOPEN" TO EVENT-TYPE-WORK
               MOVE "E" TO EVENT-SEVERITY-WORK
               MOVE GLJ-FILE-STATUS TO EVENT-STATUS-WORK
               MOVE "GL JOURNAL NOT WRITTEN" TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               STOP RUN
           END-IF
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE "H" TO GLJ-REC-TYPE
           MOVE BUSINESS-DATE TO GLJ-BUS-DATE
           MOVE "ARCADE" TO GLH-SOURCE
           MOVE RUN-DATE TO GLH-RUN-DATE
           MOVE RUN-TIME TO GLH-RUN-TIME
           IF RESENDING THEN
               MOVE "Y" TO GLH-RESEND
           ELSE
               MOVE "N" TO GLH-RESEND
           END-IF
           MOVE LINE-COUNT TO GLH-RECORD-COUNT
           MOVE DEBIT-TOTAL TO GLH-DEBIT-TOTAL
           MOVE CREDIT-TOTAL TO GLH-CREDIT-TOTAL
           MOVE ACCOUNT-HASH TO GLH-ACCOUNT-HASH
           WRITE GL-JOURNAL-RECORD
           IF GLJ-FILE-STATUS NOT EQUAL "00" THEN
               PERFORM JOURNAL-WRITE-FAILED
           END-IF
           MOVE 1 TO LINE-I
           PERFORM UNTIL LINE-I GREATER THAN LINE-COUNT
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE "D" TO GLJ-REC-TYPE
               MOVE BUSINESS-DATE TO GLJ-BUS-DATE
               MOVE LINE-I TO GLD-LINE-NO
               MOVE LIN-ENTRY-NO(LINE-I) TO GLD-ENTRY-NO
               MOVE LIN-ACCOUNT(LINE-I) TO GLD-ACCOUNT
               MOVE LIN-DR-CR(LINE-I) TO GLD-DR-CR
               MOVE LIN-AMOUNT(LINE-I) TO GLD-AMOUNT
               MOVE LIN-DESC(LINE-I) TO GLD-DESC
               WRITE GL-JOURNAL-RECORD
               IF GLJ-FILE-STATUS NOT EQUAL "00" THEN
                   PERFORM JOURNAL-WRITE-FAILED
               END-IF
               ADD 1 TO LINE-I
           END-PERFORM
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE "T" TO GLJ-REC-TYPE
           MOVE BUSINESS-DATE TO GLJ-BUS-DATE
           MOVE LINE-COUNT TO GLT-RECORD-COUNT
           MOVE DEBIT-TOTAL TO GLT-DEBIT-TOTAL
           MOVE CREDIT-TOTAL TO GLT-CREDIT-TOTAL
           MOVE ACCOUNT-HASH TO GLT-ACCOUNT-HASH
           WRITE GL-JOURNAL-RECORD
           IF GLJ-FILE-STATUS NOT EQUAL "00" THEN
               PERFORM JOURNAL-WRITE-FAILED
           END-IF
           CLOSE GL-JOURNAL-FILE.

      * A journal that did not write in full must not go on the
      * sent log - stop here, so the date can simply be run again.
       JOURNAL-WRITE-FAILED.
           DISPLAY "GL journal write failed, status " GLJ-FILE-STATUS
               " - extract not sent."
           MOVE "GLJWRITE" TO EVENT-TYPE-WORK
           MOVE "E" TO EVENT-SEVERITY-WORK
           MOVE GLJ-FILE-STATUS TO EVENT-STATUS-WORK
           MOVE SPACES TO EVENT-DETAIL-WORK
           STRING "GL JOURNAL WRITE FAILED " DELIMITED BY SIZE
               BUSINESS-DATE DELIMITED BY SIZE
               INTO EVENT-DETAIL-WORK
           END-STRING
           PERFORM LOG-ARCADE-EVENT
           CLOSE GL-JOURNAL-FILE
           STOP RUN.

       LOG-EXTRACT-SENT.
           OPEN EXTEND GL-SENT-FILE
           IF GLS-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT GL-SENT-FILE
           END-IF
           IF GLS-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "WARNING: extract log not updated, status "
                   GLS-FILE-STATUS
               MOVE "GLSENT" TO EVENT-TYPE-WORK
               MOVE "E" TO EVENT-SEVERITY-WORK
               MOVE GLS-FILE-STATUS TO EVENT-STATUS-WORK
               MOVE "GL SENT LOG NOT UPDATED - CHECK RESEND"
                   TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               EXIT PARAGRAPH
           END-IF
           MOVE BUSINESS-DATE TO GLS-BUS-DATE
           MOVE RUN-DATE TO GLS-RUN-DATE
           MOVE RUN-TIME TO GLS-RUN-TIME
           IF RESENDING THEN
               MOVE "R" TO GLS-ACTION
           ELSE
               MOVE "S" TO GLS-ACTION
           END-IF
           MOVE LINE-COUNT TO GLS-RECORD-COUNT
           MOVE DEBIT-TOTAL TO GLS-DEBIT-TOTAL
           WRITE GL-SENT-RECORD
           CLOSE GL-SENT-FILE.

       PRINT-JOURNAL-LISTING.
           DISPLAY "======================================"
           DISPLAY "   GENERAL-LEDGER JOURNAL EXTRACT"
           DISPLAY "   FOR " BUSINESS-DATE
           IF RESENDING THEN
               DISPLAY "   *** RESEND ***"
           END-IF
           DISPLAY "======================================"
           DISPLAY " "
           DISPLAY "---- MOVEMENTS ----"
           MOVE PRICE-IN-FORCE TO MONEY-DISPLAY
           DISPLAY "PRICE PER CREDIT:   " MONEY-DISPLAY
           DISPLAY "CREDITS SOLD:       " CREDITS-SOLD
           DISPLAY "CREDITS GIVEN:      " CREDITS-GIVEN
           DISPLAY "CREDITS TAKEN OFF:  " CREDITS-TAKEN
           DISPLAY "CREDITS CONSUMED:   " CREDITS-USED
           DISPLAY "CREDITS REFUNDED:   " CREDITS-REFUNDED
           DISPLAY "PRIZES ISSUED:      " PRIZES-ISSUED
           DISPLAY "PRIZES NOT COSTED:  " PRIZES-UNCOSTED
           DISPLAY "POINTS BANKED:      " POINTS-BANKED
           DISPLAY "POINTS GIVEN:       " POINTS-GIVEN
           DISPLAY "POINTS REDEEMED:    " POINTS-REDEEMED
           DISPLAY "POINTS EXPIRED:     " POINTS-EXPIRED
           DISPLAY "POINTS TAKEN OFF:   " POINTS-TAKEN
           DISPLAY " "
           DISPLAY "---- JOURNAL ----"
           DISPLAY "LINE ENT ACCOUNT D/C       AMOUNT  DESCRIPTION"
           MOVE 1 TO LINE-I
           PERFORM UNTIL LINE-I GREATER THAN LINE-COUNT
               MOVE LIN-AMOUNT(LINE-I) TO MONEY-DISPLAY
               DISPLAY LINE-I "   " LIN-ENTRY-NO(LINE-I) "  "
                   LIN-ACCOUNT(LINE-I) "  " LIN-DR-CR(LINE-I) " "
                   MONEY-DISPLAY "  " LIN-DESC(LINE-I)
               ADD 1 TO LINE-I
           END-PERFORM
           DISPLAY " "
           DISPLAY "JOURNAL LINES:      " LINE-COUNT
           MOVE DEBIT-TOTAL TO TOTAL-DISPLAY
           DISPLAY "DEBIT TOTAL:     " TOTAL-DISPLAY
           MOVE CREDIT-TOTAL TO TOTAL-DISPLAY
           DISPLAY "CREDIT TOTAL:    " TOTAL-DISPLAY
           DISPLAY "ACCOUNT HASH:       " ACCOUNT-HASH.

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
           MOVE "GLEXTR" TO EVT-PROGRAM
           MOVE EVENT-TYPE-WORK TO EVT-TYPE
           MOVE EVENT-SEVERITY-WORK TO EVT-SEVERITY
           MOVE EVENT-STATUS-WORK TO EVT-FILE-STATUS
           MOVE EVENT-DETAIL-WORK TO EVT-DETAIL
           WRITE ARC-EVENT-RECORD
           CLOSE ARC-EVENT-FILE.
       END PROGRAM GLEXTR.
