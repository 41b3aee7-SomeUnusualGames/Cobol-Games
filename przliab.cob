      * banked in the live high-score file and the month-end
      * history against the points redeemed on the ledger, all-time
      * and for the last seven days, so the arcade knows how many
      * prizes it is on the hook for. Points written off by the
      * month-end expiry are netted off on their own line - they are
      * breakage, not prizes handed out. The extra points that
      * points promotions put on runs - everything above what the
      * run would have banked at a multiplier of 1 - are shown on
      * their own lines as the liability the promotions created.
      * Operator adjustments from the adjustment desk - points given
      * and points taken off - move the liability on lines of their
      * own, apart from earnings and redemptions.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 EARNED-WEEK PIC 9(8) VALUE ZERO.
           05 REDEEMED-ALL PIC 9(8) VALUE ZERO.
           05 REDEEMED-WEEK PIC 9(8) VALUE ZERO.
           05 EXPIRED-ALL PIC 9(8) VALUE ZERO.
           05 EXPIRED-WEEK PIC 9(8) VALUE ZERO.
           05 ADJ-ADDED-ALL PIC 9(8) VALUE ZERO.
           05 ADJ-ADDED-WEEK PIC 9(8) VALUE ZERO.
           05 ADJ-DEDUCTED-ALL PIC 9(8) VALUE ZERO.
           05 ADJ-DEDUCTED-WEEK PIC 9(8) VALUE ZERO.
           05 OUTSTANDING PIC S9(8) VALUE ZERO.
           05 PROMO-EARNED-ALL PIC 9(8) VALUE ZERO.
           05 PROMO-EARNED-WEEK PIC 9(8) VALUE ZERO.
       01 PROMO-POINTS-WORK PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM COMPUTE-WEEK-CUTOFF
           PERFORM SUM-EARNED-POINTS
           PERFORM SUM-REDEEMED-POINTS
           COMPUTE OUTSTANDING = EARNED-ALL - REDEEMED-ALL
               - EXPIRED-ALL + ADJ-ADDED-ALL - ADJ-DEDUCTED-ALL
           PERFORM PRINT-REPORT.
       STOP RUN.

               PERFORM READ-NEXT-SCORE
               PERFORM UNTIL HS-AT-END
                   ADD HS-PENALTY-POINTS TO EARNED-ALL
                   MOVE ZERO TO PROMO-POINTS-WORK
                   IF HS-POINTS-MULT GREATER THAN 1 THEN
                       COMPUTE PROMO-POINTS-WORK = HS-PENALTY-POINTS
                           - (HS-PENALTY-POINTS / HS-POINTS-MULT)
                   END-IF
                   ADD PROMO-POINTS-WORK TO PROMO-EARNED-ALL
                   IF HS-DATE >= WEEK-CUTOFF-DATE THEN
                       ADD HS-PENALTY-POINTS TO EARNED-WEEK
                       ADD PROMO-POINTS-WORK TO PROMO-EARNED-WEEK
                   END-IF
                   PERFORM READ-NEXT-SCORE
               END-PERFORM
               PERFORM READ-NEXT-HISTORY
               PERFORM UNTIL HH-AT-END
                   ADD HHS-PENALTY-POINTS TO EARNED-ALL
                   MOVE ZERO TO PROMO-POINTS-WORK
                   IF HHS-POINTS-MULT GREATER THAN 1 THEN
                       COMPUTE PROMO-POINTS-WORK = HHS-PENALTY-POINTS
                           - (HHS-PENALTY-POINTS / HHS-POINTS-MULT)
                   END-IF
                   ADD PROMO-POINTS-WORK TO PROMO-EARNED-ALL
                   IF HHS-DATE >= WEEK-CUTOFF-DATE THEN
                       ADD HHS-PENALTY-POINTS TO EARNED-WEEK
                       ADD PROMO-POINTS-WORK TO PROMO-EARNED-WEEK
                   END-IF
                   PERFORM READ-NEXT-HISTORY
               END-PERFORM
           END-IF
           PERFORM READ-LEDGER-RECORD
           PERFORM UNTIL LDG-AT-END
               EVALUATE TRUE
                   WHEN LDG-EXPIRY
                       ADD LDG-POINTS-SPENT TO EXPIRED-ALL
                       IF LDG-DATE >= WEEK-CUTOFF-DATE THEN
                           ADD LDG-POINTS-SPENT TO EXPIRED-WEEK
                       END-IF
                   WHEN LDG-ADJUST-ADD
                       ADD LDG-POINTS-SPENT TO ADJ-ADDED-ALL
                       IF LDG-DATE >= WEEK-CUTOFF-DATE THEN
                           ADD LDG-POINTS-SPENT TO ADJ-ADDED-WEEK
                       END-IF
                   WHEN LDG-ADJUST-DEDUCT
                       ADD LDG-POINTS-SPENT TO ADJ-DEDUCTED-ALL
                       IF LDG-DATE >= WEEK-CUTOFF-DATE THEN
                           ADD LDG-POINTS-SPENT TO ADJ-DEDUCTED-WEEK
                       END-IF
                   WHEN OTHER
                       ADD LDG-POINTS-SPENT TO REDEEMED-ALL
                       IF LDG-DATE >= WEEK-CUTOFF-DATE THEN
                           ADD LDG-POINTS-SPENT TO REDEEMED-WEEK
                       END-IF
               END-EVALUATE
               PERFORM READ-LEDGER-RECORD
           END-PERFORM
           CLOSE PRIZE-LDG-FILE.
           DISPLAY "WEEK FROM " WEEK-CUTOFF-DATE
           DISPLAY " "
           DISPLAY "POINTS EARNED THIS WEEK:   " EARNED-WEEK
           DISPLAY "  OF WHICH PROMOTIONS:     " PROMO-EARNED-WEEK
           DISPLAY "POINTS REDEEMED THIS WEEK: " REDEEMED-WEEK
           DISPLAY "POINTS EXPIRED THIS WEEK:  " EXPIRED-WEEK
           DISPLAY "ADJUSTED IN THIS WEEK:     " ADJ-ADDED-WEEK
           DISPLAY "ADJUSTED OUT THIS WEEK:    " ADJ-DEDUCTED-WEEK
           DISPLAY " "
           DISPLAY "POINTS EARNED ALL TIME:    " EARNED-ALL
           DISPLAY "  OF WHICH PROMOTIONS:     " PROMO-EARNED-ALL
           DISPLAY "POINTS REDEEMED ALL TIME:  " REDEEMED-ALL
           DISPLAY "POINTS EXPIRED ALL TIME:   " EXPIRED-ALL
           DISPLAY "ADJUSTED IN ALL TIME:      " ADJ-ADDED-ALL
           DISPLAY "ADJUSTED OUT ALL TIME:     " ADJ-DEDUCTED-ALL
           DISPLAY "OUTSTANDING LIABILITY:     " OUTSTANDING.
       END PROGRAM PRZLIAB.
