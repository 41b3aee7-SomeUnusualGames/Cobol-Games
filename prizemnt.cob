       AUTHOR. SomeUnusualGames
      * Interactive maintenance for the prize catalog master. The
      * operator adds prizes, reprices them, sets reorder levels
      * and the cost price the ledger extract charges each prize
      * out at, and lists the catalog; PRZREDEM sells from it.
      * Stock moves through PRZRECPT (deliveries) and PRZREDEM
      * (redemptions) - the count is only typed in here when the
      * prize is first added, so the weekly roll-forward can trust
      * it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 COST-ANSWER PIC X(5) VALUE SPACES.
       01 STOCK-ANSWER PIC X(4) VALUE SPACES.
       01 REORDER-ANSWER PIC X(4) VALUE SPACES.
       01 PRICE-ANSWER PIC X(10) VALUE SPACES.
       01 PRICE-UNITS-ANSWER PIC X(4) VALUE SPACES.
       01 PRICE-CENTS-ANSWER PIC X(2) VALUE SPACES.
       01 PRICE-UNITS PIC 9(4) VALUE ZERO.
       01 PRICE-CENTS PIC 99 VALUE ZERO.
       01 UNIT-COST-WORK PIC 9(4)V99 VALUE ZERO.
       01 MONEY-DISPLAY PIC Z(3)9.99.
       01 LIST-EOF-SWITCH PIC 9 VALUE ZERO.
           88 LIST-AT-END VALUE 1.
       01 JUSTIFY-WORK PIC X(5) VALUE SPACES.
               DISPLAY " "
               DISPLAY "==== PRIZE CATALOG MAINTENANCE ===="
               DISPLAY "  A - add a prize"
               DISPLAY "  U - update costs and reorder level"
               DISPLAY "  L - list the catalog"
               DISPLAY "  Q - quit"
               DISPLAY "Option: " WITH NO ADVANCING
                   " numeric."
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-COST-PRICE
           IF PRICE-UNITS-ANSWER IS NOT NUMERIC
                   OR PRICE-CENTS-ANSWER IS NOT NUMERIC THEN
               DISPLAY "Cost price must be an amount like 2.50"
               EXIT PARAGRAPH
           END-IF
           MOVE CODE-ANSWER TO PRZ-CODE
           MOVE DESC-ANSWER TO PRZ-DESC
           MOVE COST-ANSWER TO PRZ-COST
           MOVE STOCK-ANSWER TO PRZ-STOCK
           MOVE REORDER-ANSWER TO PRZ-REORDER-LEVEL
           MOVE UNIT-COST-WORK TO PRZ-UNIT-COST
           WRITE PRIZE-CAT-RECORD
               INVALID KEY
                   DISPLAY "Prize " CODE-ANSWER " already exists."
                   DISPLAY "Updating " PRZ-DESC
                   DISPLAY "Stock stays at " PRZ-STOCK
                       " - post deliveries with PRZRECPT."
                   MOVE PRZ-UNIT-COST TO MONEY-DISPLAY
                   DISPLAY "Cost price now " MONEY-DISPLAY
                   PERFORM GET-COST-ANSWER
                   PERFORM GET-REORDER-LEVEL
                   PERFORM GET-COST-PRICE
                   IF COST-ANSWER IS NOT NUMERIC
                           OR REORDER-ANSWER IS NOT NUMERIC
                           OR PRICE-UNITS-ANSWER IS NOT NUMERIC
                           OR PRICE-CENTS-ANSWER IS NOT NUMERIC THEN
                       DISPLAY "Cost, reorder level and cost price"
                           " must be numeric."
                   ELSE
                       MOVE COST-ANSWER TO PRZ-COST
                       MOVE REORDER-ANSWER TO PRZ-REORDER-LEVEL
                       MOVE UNIT-COST-WORK TO PRZ-UNIT-COST
                       REWRITE PRIZE-CAT-RECORD
                       DISPLAY "Prize " CODE-ANSWER " updated."
                   END-IF
               INVALID KEY MOVE 1 TO LIST-EOF-SWITCH
           END-START
           DISPLAY "CODE  DESCRIPTION           COST   STOCK"
               "  REORDER  COST PRICE"
           PERFORM UNTIL LIST-AT-END
               READ PRIZE-CAT-FILE NEXT RECORD
                   AT END MOVE 1 TO LIST-EOF-SWITCH
                   NOT AT END
                       MOVE PRZ-UNIT-COST TO MONEY-DISPLAY
                       DISPLAY PRZ-CODE "  " PRZ-DESC "  "
                           PRZ-COST "  " PRZ-STOCK "   "
                           PRZ-REORDER-LEVEL "     " MONEY-DISPLAY
               END-READ
           END-PERFORM.

           PERFORM RIGHT-JUSTIFY-AMOUNT
           MOVE JUSTIFY-WORK(2:4) TO REORDER-ANSWER.

      * The cash price of one of the prize, as "2.50", "2.5" or "2".
      * Anything that will not parse leaves the answers failing the
      * class test.
       GET-COST-PRICE.
           DISPLAY "Cost price each (e.g. 2.50): " WITH NO ADVANCING
           ACCEPT PRICE-ANSWER
           MOVE SPACES TO PRICE-UNITS-ANSWER PRICE-CENTS-ANSWER
           MOVE ZERO TO UNIT-COST-WORK
           UNSTRING PRICE-ANSWER DELIMITED BY "."
               INTO PRICE-UNITS-ANSWER PRICE-CENTS-ANSWER
           END-UNSTRING
           IF PRICE-UNITS-ANSWER EQUAL SPACES THEN
               IF PRICE-CENTS-ANSWER EQUAL SPACES THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE ZEROS TO PRICE-UNITS-ANSWER
           END-IF
           MOVE PRICE-UNITS-ANSWER TO JUSTIFY-WORK
           PERFORM RIGHT-JUSTIFY-AMOUNT
           MOVE JUSTIFY-WORK(2:4) TO PRICE-UNITS-ANSWER
           IF PRICE-CENTS-ANSWER EQUAL SPACES THEN
               MOVE "00" TO PRICE-CENTS-ANSWER
           END-IF
           IF PRICE-CENTS-ANSWER(2:1) EQUAL SPACE THEN
               MOVE "0" TO PRICE-CENTS-ANSWER(2:1)
           END-IF
           IF PRICE-UNITS-ANSWER IS NUMERIC
                   AND PRICE-CENTS-ANSWER IS NUMERIC THEN
               MOVE PRICE-UNITS-ANSWER TO PRICE-UNITS
               MOVE PRICE-CENTS-ANSWER TO PRICE-CENTS
               COMPUTE UNIT-COST-WORK = PRICE-UNITS
                   + PRICE-CENTS / 100
           END-IF.

      * The operator types "100", the terminal hands back "100  ".
      * Nudge the digits right and zero-fill so the class test and
      * the numeric moves see "00100". A blank answer is left
