       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJRSNMT.
       AUTHOR. SomeUnusualGames
      * Interactive maintenance for the adjustment reason master.
      * The supervisor adds the reasons the adjustment desk may
      * quote ("cabinet froze mid-run", "goodwill", "till keyed
      * wrong") and says whether each one is for credits, "$"
      * points or both, withdraws one that should no longer be
      * used, and lists the file. A reason is never changed or
      * deleted once added - the adjustments report describes past
      * postings by it - so a reworded reason is withdrawn and
      * added again under a new code.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJ-REASON-FILE ASSIGN TO "ADJRSN"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RSN-CODE
               FILE STATUS RSN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ADJ-REASON-FILE.
       01 ADJ-REASON-RECORD.
           COPY ADJRSN.
       WORKING-STORAGE SECTION.
       01 RSN-FILE-STATUS PIC XX VALUE ZERO.
       01 KEEP-RUNNING PIC 9 VALUE 1.
       01 MENU-ANSWER PIC X VALUE SPACE.
       01 CODE-ANSWER PIC X(4) VALUE SPACES.
       01 DESC-ANSWER PIC X(20) VALUE SPACES.
       01 APPLIES-ANSWER PIC X VALUE SPACE.
       01 CONFIRM-ANSWER PIC X VALUE SPACE.
       01 LIST-EOF-SWITCH PIC 9 VALUE ZERO.
           88 LIST-AT-END VALUE 1.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O ADJ-REASON-FILE
           IF RSN-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT ADJ-REASON-FILE
               CLOSE ADJ-REASON-FILE
               OPEN I-O ADJ-REASON-FILE
           END-IF
           IF RSN-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "Cannot open adjustment reasons, status "
                   RSN-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL KEEP-RUNNING EQUAL ZERO
               DISPLAY " "
               DISPLAY "==== ADJUSTMENT REASONS ===="
               DISPLAY "  A - add a reason"
               DISPLAY "  W - withdraw a reason"
               DISPLAY "  L - list the reasons"
               DISPLAY "  Q - quit"
               DISPLAY "Option: " WITH NO ADVANCING
               ACCEPT MENU-ANSWER
               EVALUATE FUNCTION LOWER-CASE(MENU-ANSWER)
                   WHEN "a" PERFORM ADD-REASON
                   WHEN "w" PERFORM WITHDRAW-REASON
                   WHEN "l" PERFORM LIST-REASONS
                   WHEN "q" MOVE ZERO TO KEEP-RUNNING
               END-EVALUATE
           END-PERFORM
           CLOSE ADJ-REASON-FILE.
       STOP RUN.

       ADD-REASON.
           DISPLAY "Reason code: " WITH NO ADVANCING
           ACCEPT CODE-ANSWER
           MOVE FUNCTION UPPER-CASE(CODE-ANSWER) TO CODE-ANSWER
           IF CODE-ANSWER EQUAL SPACES THEN
               DISPLAY "Reason code may not be blank."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT DESC-ANSWER
           IF DESC-ANSWER EQUAL SPACES THEN
               DISPLAY "Description may not be blank."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "For (C credits, P points, B both): "
               WITH NO ADVANCING
           ACCEPT APPLIES-ANSWER
           MOVE FUNCTION UPPER-CASE(APPLIES-ANSWER) TO APPLIES-ANSWER
           IF APPLIES-ANSWER NOT EQUAL "C"
                   AND APPLIES-ANSWER NOT EQUAL "P"
                   AND APPLIES-ANSWER NOT EQUAL "B" THEN
               DISPLAY "Must be C, P or B."
               EXIT PARAGRAPH
           END-IF
           MOVE CODE-ANSWER TO RSN-CODE
           MOVE DESC-ANSWER TO RSN-DESC
           MOVE APPLIES-ANSWER TO RSN-APPLIES
           MOVE "A" TO RSN-STATUS
           WRITE ADJ-REASON-RECORD
               INVALID KEY
                   DISPLAY "Reason " CODE-ANSWER " already exists."
               NOT INVALID KEY
                   DISPLAY "Reason " CODE-ANSWER " added."
           END-WRITE.

      * A withdrawn reason stays on file so the report can still
      * describe the postings already made under it.
       WITHDRAW-REASON.
           DISPLAY "Reason code: " WITH NO ADVANCING
           ACCEPT CODE-ANSWER
           MOVE FUNCTION UPPER-CASE(CODE-ANSWER) TO CODE-ANSWER
           MOVE CODE-ANSWER TO RSN-CODE
           READ ADJ-REASON-FILE
               INVALID KEY
                   DISPLAY "Reason " CODE-ANSWER " not found."
               NOT INVALID KEY
                   IF RSN-WITHDRAWN THEN
                       DISPLAY "Reason " CODE-ANSWER
                           " is already withdrawn."
                   ELSE
                       DISPLAY "Withdraw " RSN-DESC "? (y/n) "
                           WITH NO ADVANCING
                       ACCEPT CONFIRM-ANSWER
                       IF FUNCTION LOWER-CASE(CONFIRM-ANSWER)
                               EQUAL "y" THEN
                           MOVE "W" TO RSN-STATUS
                           REWRITE ADJ-REASON-RECORD
                           DISPLAY "Reason " CODE-ANSWER
                               " withdrawn."
                       END-IF
                   END-IF
           END-READ.

       LIST-REASONS.
           MOVE ZERO TO LIST-EOF-SWITCH
           MOVE SPACES TO RSN-CODE
           START ADJ-REASON-FILE KEY NOT LESS THAN RSN-CODE
               INVALID KEY MOVE 1 TO LIST-EOF-SWITCH
           END-START
           DISPLAY "CODE  DESCRIPTION           FOR  S"
           PERFORM UNTIL LIST-AT-END
               READ ADJ-REASON-FILE NEXT RECORD
                   AT END MOVE 1 TO LIST-EOF-SWITCH
                   NOT AT END
                       DISPLAY RSN-CODE "  " RSN-DESC "  "
                           RSN-APPLIES "    " RSN-STATUS
               END-READ
           END-PERFORM.
       END PROGRAM ADJRSNMT.
