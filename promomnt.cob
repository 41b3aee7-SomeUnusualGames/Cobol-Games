       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOMNT.
       AUTHOR. SomeUnusualGames
      * Interactive maintenance for the promotions master. The
      * operator adds bonus-credit promotions ("buy 10 credits get
      * 2 free") and points promotions ("double $ points on Tuesday
      * nights"), each with its date window, optional day of the
      * week and time-of-day window, withdraws one that has to stop
      * early and lists the file. CREDSELL and DODGER read it to
      * see what is live. A promotion is never changed once added -
      * the reports tie bonus credits and multiplied points back to
      * the rule that was live at the time, so a changed rule is
      * withdrawn and added again under a new code.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-FILE ASSIGN TO "PROMOS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PMO-CODE
               FILE STATUS PMO-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PROMO-FILE.
       01 PROMO-RECORD.
           COPY PROMO.
       WORKING-STORAGE SECTION.
       01 PMO-FILE-STATUS PIC XX VALUE ZERO.
       01 KEEP-RUNNING PIC 9 VALUE 1.
       01 MENU-ANSWER PIC X VALUE SPACE.
       01 CODE-ANSWER PIC X(4) VALUE SPACES.
       01 DESC-ANSWER PIC X(20) VALUE SPACES.
       01 TYPE-ANSWER PIC X VALUE SPACE.
       01 START-ANSWER PIC X(8) VALUE SPACES.
       01 END-ANSWER PIC X(8) VALUE SPACES.
       01 DAY-ANSWER PIC X VALUE SPACE.
       01 FROM-ANSWER PIC X(4) VALUE SPACES.
       01 TO-ANSWER PIC X(4) VALUE SPACES.
       01 BUY-ANSWER PIC X(3) VALUE SPACES.
       01 FREE-ANSWER PIC X(3) VALUE SPACES.
       01 MULT-ANSWER PIC X VALUE SPACE.
       01 CONFIRM-ANSWER PIC X VALUE SPACE.
       01 LIST-EOF-SWITCH PIC 9 VALUE ZERO.
           88 LIST-AT-END VALUE 1.
       01 JUSTIFY-WORK PIC X(4) VALUE SPACES.
       01 JUSTIFY-HOLD PIC X(4) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O PROMO-FILE
           IF PMO-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT PROMO-FILE
               CLOSE PROMO-FILE
               OPEN I-O PROMO-FILE
           END-IF
           IF PMO-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "Cannot open promotions file, status "
                   PMO-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL KEEP-RUNNING EQUAL ZERO
               DISPLAY " "
               DISPLAY "==== PROMOTIONS MAINTENANCE ===="
               DISPLAY "  A - add a promotion"
               DISPLAY "  W - withdraw a promotion"
               DISPLAY "  L - list the promotions"
               DISPLAY "  Q - quit"
               DISPLAY "Option: " WITH NO ADVANCING
               ACCEPT MENU-ANSWER
               EVALUATE FUNCTION LOWER-CASE(MENU-ANSWER)
                   WHEN "a" PERFORM ADD-PROMOTION
                   WHEN "w" PERFORM WITHDRAW-PROMOTION
                   WHEN "l" PERFORM LIST-PROMOTIONS
                   WHEN "q" MOVE ZERO TO KEEP-RUNNING
               END-EVALUATE
           END-PERFORM
           CLOSE PROMO-FILE.
       STOP RUN.

       ADD-PROMOTION.
           DISPLAY "Promotion code: " WITH NO ADVANCING
           ACCEPT CODE-ANSWER
           MOVE FUNCTION UPPER-CASE(CODE-ANSWER) TO CODE-ANSWER
           IF CODE-ANSWER EQUAL SPACES THEN
               DISPLAY "Promotion code may not be blank."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT DESC-ANSWER
           DISPLAY "Type (C bonus credits, P points multiplier): "
               WITH NO ADVANCING
           ACCEPT TYPE-ANSWER
           MOVE FUNCTION UPPER-CASE(TYPE-ANSWER) TO TYPE-ANSWER
           IF TYPE-ANSWER NOT EQUAL "C"
                   AND TYPE-ANSWER NOT EQUAL "P" THEN
               DISPLAY "Type must be C or P."
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-DATE-WINDOW
           IF START-ANSWER IS NOT NUMERIC
                   OR END-ANSWER IS NOT NUMERIC THEN
               DISPLAY "Dates must be YYYYMMDD."
               EXIT PARAGRAPH
           END-IF
           IF END-ANSWER LESS THAN START-ANSWER THEN
               DISPLAY "End date is before the start date."
               EXIT PARAGRAPH
           END-IF
           PERFORM GET-TIME-WINDOW
           IF DAY-ANSWER IS NOT NUMERIC
                   OR DAY-ANSWER GREATER THAN "7"
                   OR FROM-ANSWER IS NOT NUMERIC
                   OR TO-ANSWER IS NOT NUMERIC
                   OR FROM-ANSWER GREATER THAN "2359"
                   OR TO-ANSWER GREATER THAN "2359"
                   OR FROM-ANSWER(3:2) GREATER THAN "59"
                   OR TO-ANSWER(3:2) GREATER THAN "59" THEN
               DISPLAY "Day must be 0-7 and times HHMM."
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO PMO-BUY-QTY PMO-FREE-QTY PMO-MULTIPLIER
           IF TYPE-ANSWER EQUAL "C" THEN
               PERFORM GET-CREDIT-RULE
               IF BUY-ANSWER IS NOT NUMERIC
                       OR FREE-ANSWER IS NOT NUMERIC
                       OR BUY-ANSWER EQUAL "000"
                       OR FREE-ANSWER EQUAL "000" THEN
                   DISPLAY "Bought and free credits must be"
                       " numeric and above zero."
                   EXIT PARAGRAPH
               END-IF
               MOVE BUY-ANSWER TO PMO-BUY-QTY
               MOVE FREE-ANSWER TO PMO-FREE-QTY
           ELSE
               DISPLAY "Points multiplier (2-9): " WITH NO ADVANCING
               ACCEPT MULT-ANSWER
               IF MULT-ANSWER IS NOT NUMERIC
                       OR MULT-ANSWER LESS THAN "2" THEN
                   DISPLAY "Multiplier must be 2 to 9."
                   EXIT PARAGRAPH
               END-IF
               MOVE MULT-ANSWER TO PMO-MULTIPLIER
           END-IF
           MOVE CODE-ANSWER TO PMO-CODE
           MOVE DESC-ANSWER TO PMO-DESC
           MOVE TYPE-ANSWER TO PMO-TYPE
           MOVE START-ANSWER TO PMO-START-DATE
           MOVE END-ANSWER TO PMO-END-DATE
           MOVE DAY-ANSWER TO PMO-DAY-OF-WEEK
           MOVE FROM-ANSWER TO PMO-FROM-TIME
           MOVE TO-ANSWER TO PMO-TO-TIME
           MOVE "A" TO PMO-STATUS
           WRITE PROMO-RECORD
               INVALID KEY
                   DISPLAY "Promotion " CODE-ANSWER
                       " already exists."
               NOT INVALID KEY
                   DISPLAY "Promotion " CODE-ANSWER " added."
           END-WRITE.

      * A withdrawn promotion stays on file so the reports can
      * still name the rule behind what it already gave away.
       WITHDRAW-PROMOTION.
           DISPLAY "Promotion code: " WITH NO ADVANCING
           ACCEPT CODE-ANSWER
           MOVE FUNCTION UPPER-CASE(CODE-ANSWER) TO CODE-ANSWER
           MOVE CODE-ANSWER TO PMO-CODE
           READ PROMO-FILE
               INVALID KEY
                   DISPLAY "Promotion " CODE-ANSWER " not found."
               NOT INVALID KEY
                   IF PMO-WITHDRAWN THEN
                       DISPLAY "Promotion " CODE-ANSWER
                           " is already withdrawn."
                   ELSE
                       DISPLAY "Withdraw " PMO-DESC "? (y/n) "
                           WITH NO ADVANCING
                       ACCEPT CONFIRM-ANSWER
                       IF FUNCTION LOWER-CASE(CONFIRM-ANSWER)
                               EQUAL "y" THEN
                           MOVE "W" TO PMO-STATUS
                           REWRITE PROMO-RECORD
                           DISPLAY "Promotion " CODE-ANSWER
                               " withdrawn."
                       END-IF
                   END-IF
           END-READ.

       LIST-PROMOTIONS.
           MOVE ZERO TO LIST-EOF-SWITCH
           MOVE SPACES TO PMO-CODE
           START PROMO-FILE KEY NOT LESS THAN PMO-CODE
               INVALID KEY MOVE 1 TO LIST-EOF-SWITCH
           END-START
           DISPLAY "CODE  DESCRIPTION           T  FROM      TO"
               "        D  HOURS      RULE      S"
           PERFORM UNTIL LIST-AT-END
               READ PROMO-FILE NEXT RECORD
                   AT END MOVE 1 TO LIST-EOF-SWITCH
                   NOT AT END
                       PERFORM LIST-ONE-PROMOTION
               END-READ
           END-PERFORM.

       LIST-ONE-PROMOTION.
           IF PMO-BONUS-CREDITS THEN
               DISPLAY PMO-CODE "  " PMO-DESC "  " PMO-TYPE "  "
                   PMO-START-DATE "  " PMO-END-DATE "  "
                   PMO-DAY-OF-WEEK "  " PMO-FROM-TIME "-"
                   PMO-TO-TIME "  " PMO-BUY-QTY "+" PMO-FREE-QTY
                   "   " PMO-STATUS
           ELSE
               DISPLAY PMO-CODE "  " PMO-DESC "  " PMO-TYPE "  "
                   PMO-START-DATE "  " PMO-END-DATE "  "
                   PMO-DAY-OF-WEEK "  " PMO-FROM-TIME "-"
                   PMO-TO-TIME "  X" PMO-MULTIPLIER
                   "        " PMO-STATUS
           END-IF.

       GET-DATE-WINDOW.
           DISPLAY "First day (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT START-ANSWER
           DISPLAY "Last day (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT END-ANSWER.

      * Blank answers mean every day and all day.
       GET-TIME-WINDOW.
           DISPLAY "Day of week (1 Mon - 7 Sun, blank every day): "
               WITH NO ADVANCING
           ACCEPT DAY-ANSWER
           IF DAY-ANSWER EQUAL SPACE THEN
               MOVE "0" TO DAY-ANSWER
           END-IF
           DISPLAY "From time (HHMM, blank 0000): "
               WITH NO ADVANCING
           ACCEPT FROM-ANSWER
           IF FROM-ANSWER EQUAL SPACES THEN
               MOVE "0000" TO FROM-ANSWER
           END-IF
           DISPLAY "To time (HHMM, blank 2359): " WITH NO ADVANCING
           ACCEPT TO-ANSWER
           IF TO-ANSWER EQUAL SPACES THEN
               MOVE "2359" TO TO-ANSWER
           END-IF.

       GET-CREDIT-RULE.
           DISPLAY "For every N credits bought, N: "
               WITH NO ADVANCING
           ACCEPT BUY-ANSWER
           MOVE BUY-ANSWER TO JUSTIFY-WORK
           PERFORM RIGHT-JUSTIFY-AMOUNT
           MOVE JUSTIFY-WORK(2:3) TO BUY-ANSWER
           DISPLAY "Free credits given: " WITH NO ADVANCING
           ACCEPT FREE-ANSWER
           MOVE FREE-ANSWER TO JUSTIFY-WORK
           PERFORM RIGHT-JUSTIFY-AMOUNT
           MOVE JUSTIFY-WORK(2:3) TO FREE-ANSWER.

      * The operator types "10", the terminal hands back "10  ".
      * Nudge the digits right and zero-fill so the class test and
      * the numeric moves see "0010". A blank answer is left blank
      * so it still fails the numeric test.
       RIGHT-JUSTIFY-AMOUNT.
           IF JUSTIFY-WORK EQUAL SPACES THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JUSTIFY-WORK(4:1) NOT EQUAL SPACE
               MOVE JUSTIFY-WORK TO JUSTIFY-HOLD
               MOVE SPACES TO JUSTIFY-WORK
               MOVE JUSTIFY-HOLD(1:3) TO JUSTIFY-WORK(2:3)
           END-PERFORM
           INSPECT JUSTIFY-WORK REPLACING LEADING SPACE BY ZERO.
       END PROGRAM PROMOMNT.
