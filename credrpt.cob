      * leakage: tournament fixture sessions (flagged on GAMELOG,
      * entry is a till matter) and checkpoint resumes (DODGER
      * refunds the second charge, netted off here via the "R"
      * records on the credit log). Bonus credits a promotion added
      * at the till ("B" records) are split out from the paid "S"
      * credits and listed per promotion: sessions played on them
      * take a credit like any other, so they reconcile against
      * consumption, and the paid line stays what the drawer holds.
      * Credits an operator added or took off at the adjustment desk
      * ("A" and "D" records) are shown on lines of their own; they
      * are neither takings nor sessions, so they stay out of the
      * reconciliation.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 REPORT-DATE PIC 9(8) VALUE ZERO.
       01 TAKINGS-TOTALS.
           05 CREDITS-SOLD PIC 9(6) VALUE ZERO.
           05 CREDITS-BONUS PIC 9(6) VALUE ZERO.
           05 CREDITS-ISSUED PIC 9(6) VALUE ZERO.
           05 CREDITS-USED PIC 9(6) VALUE ZERO.
           05 CREDITS-REFUNDED PIC 9(6) VALUE ZERO.
           05 CREDITS-NET PIC S9(6) VALUE ZERO.
           05 CREDITS-ADJ-ADDED PIC 9(6) VALUE ZERO.
           05 CREDITS-ADJ-DEDUCTED PIC 9(6) VALUE ZERO.
           05 DODGER-REG-SESSIONS PIC 9(6) VALUE ZERO.
           05 DODGER-GUEST-SESSIONS PIC 9(6) VALUE ZERO.
           05 GAME-REG-SESSIONS PIC 9(6) VALUE ZERO.
           05 REG-PLAYER-SESSIONS PIC 9(6) VALUE ZERO.
           05 LEAKAGE PIC S9(6) VALUE ZERO.
       01 LEAKAGE-DISPLAY PIC +ZZZZZ9.
       01 BONUS-TABLE.
           05 BONUS-PROMO-COUNT PIC 99 VALUE ZERO.
           05 BONUS-PROMO-ENTRY OCCURS 50 TIMES.
               10 BNS-PROMO-CODE PIC X(4).
               10 BNS-QTY PIC 9(6).
       01 BNS-I PIC 99 VALUE ZERO.
       01 BNS-POS PIC 99 VALUE ZERO.
       01 NET-DISPLAY PIC +ZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   IF CLG-REFUND THEN
                       ADD CLG-QTY TO CREDITS-REFUNDED
                   END-IF
                   IF CLG-BONUS THEN
                       ADD CLG-QTY TO CREDITS-BONUS
                       PERFORM ADD-PROMOTION-BONUS
                   END-IF
                   IF CLG-ADJUST-ADD THEN
                       ADD CLG-QTY TO CREDITS-ADJ-ADDED
                   END-IF
                   IF CLG-ADJUST-DEDUCT THEN
                       ADD CLG-QTY TO CREDITS-ADJ-DEDUCTED
                   END-IF
               END-IF
               PERFORM READ-CREDIT-RECORD
           END-PERFORM
           CLOSE CRED-LOG-FILE.

      * More promotions in one day than the table holds all land
      * on the last line rather than dropping credits off the list.
       ADD-PROMOTION-BONUS.
           MOVE ZERO TO BNS-POS
           MOVE 1 TO BNS-I
           PERFORM UNTIL BNS-I GREATER THAN BONUS-PROMO-COUNT
               IF BNS-PROMO-CODE(BNS-I) EQUAL CLG-PROMO-CODE THEN
                   MOVE BNS-I TO BNS-POS
                   EXIT PERFORM
               END-IF
               ADD 1 TO BNS-I
           END-PERFORM
           IF BNS-POS EQUAL ZERO THEN
               IF BONUS-PROMO-COUNT LESS THAN 50 THEN
                   ADD 1 TO BONUS-PROMO-COUNT
                   MOVE BONUS-PROMO-COUNT TO BNS-POS
                   MOVE CLG-PROMO-CODE TO BNS-PROMO-CODE(BNS-POS)
                   MOVE ZERO TO BNS-QTY(BNS-POS)
               ELSE
                   MOVE 50 TO BNS-POS
                   MOVE "MORE" TO BNS-PROMO-CODE(BNS-POS)
               END-IF
           END-IF
           ADD CLG-QTY TO BNS-QTY(BNS-POS).

       READ-CREDIT-RECORD.
           READ CRED-LOG-FILE
               AT END MOVE 1 TO CLG-EOF-SWITCH
           DISPLAY "   FOR " REPORT-DATE
           DISPLAY "======================================"
           DISPLAY " "
           COMPUTE CREDITS-ISSUED = CREDITS-SOLD + CREDITS-BONUS
           DISPLAY "CREDITS SOLD (PAID):     " CREDITS-SOLD
           DISPLAY "CREDITS BONUS (PROMO):   " CREDITS-BONUS
           DISPLAY "CREDITS ISSUED:          " CREDITS-ISSUED
           DISPLAY "CREDITS ADJUSTED IN:     " CREDITS-ADJ-ADDED
           DISPLAY "CREDITS ADJUSTED OUT:    " CREDITS-ADJ-DEDUCTED
           DISPLAY "CREDITS CONSUMED:        " CREDITS-USED
           DISPLAY "CREDITS REFUNDED:        " CREDITS-REFUNDED
           MOVE CREDITS-NET TO NET-DISPLAY
               DISPLAY "SESSIONS AND CREDITS RECONCILE"
           ELSE
               DISPLAY "SESSIONS AND CREDITS DO NOT RECONCILE"
           END-IF
           IF BONUS-PROMO-COUNT GREATER THAN ZERO THEN
               DISPLAY " "
               DISPLAY "---- BONUS CREDITS BY PROMOTION ----"
               MOVE 1 TO BNS-I
               PERFORM UNTIL BNS-I GREATER THAN BONUS-PROMO-COUNT
                   DISPLAY "PROMOTION " BNS-PROMO-CODE(BNS-I)
                       ":          " BNS-QTY(BNS-I)
                   ADD 1 TO BNS-I
               END-PERFORM
           END-IF.

      * Append one structured event to the shared arcade journal so
