       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTRUN.
       AUTHOR. SomeUnusualGames
      * Nightly batch chain controller. Runs the overnight steps -
      * ARCCHECK, ARCCONS, ARCADERP, ACHAWARD, GAMELADR, CREDRPT,
      * ARCBKUP and the rest - in the order the step schedule lists
      * them, each once every step it names as a prerequisite has
      * completed for the business date. Every step's start, end
      * and outcome go on the step-status master under the business
      * date, so running the chain again for the same date skips
      * what already completed and picks up at the step that
      * failed. A step fails when it comes back with a non-zero
      * return code or has put an error on the event journal while
      * it ran; an ARCCHECK quarantine stops the chain the same way,
      * so nothing downstream runs on a file the games have been
      * switched off. A failed step that is not rerunnable holds
      * the restart until its files are restored and the operator
      * answers Y to rerun it. Every step that takes a date card is
      * handed the business date through its schedule command, so
      * the whole chain reports on the same day. Prints the morning
      * run sheet and posts every stop to the event journal for
      * ARCEXCP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NIGHT-SCH-FILE ASSIGN TO "NIGHTSCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS SCH-FILE-STATUS.
           SELECT NIGHT-STS-FILE ASSIGN TO "NIGHTSTS"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY STS-KEY
               FILE STATUS STS-FILE-STATUS.
           SELECT ARC-EVENT-FILE ASSIGN TO "ARCEVENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS JRNL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD NIGHT-SCH-FILE.
       01 NIGHT-SCH-RECORD.
           COPY NIGHTSCH.
       FD NIGHT-STS-FILE.
       01 NIGHT-STS-RECORD.
           COPY NIGHTSTS.
       FD ARC-EVENT-FILE.
       01 ARC-EVENT-RECORD.
           COPY ARCEVT.
       WORKING-STORAGE SECTION.
       01 SCH-FILE-STATUS PIC XX VALUE ZERO.
       01 STS-FILE-STATUS PIC XX VALUE ZERO.
       01 JRNL-FILE-STATUS PIC XX VALUE ZERO.
       01 EVENT-WORK.
           05 EVENT-TYPE-WORK PIC X(8) VALUE SPACES.
           05 EVENT-SEVERITY-WORK PIC X VALUE "I".
           05 EVENT-STATUS-WORK PIC XX VALUE SPACES.
           05 EVENT-DETAIL-WORK PIC X(40) VALUE SPACES.
       01 SCH-EOF-SWITCH PIC 9 VALUE ZERO.
           88 SCH-AT-END VALUE 1.
       01 JRNL-EOF-SWITCH PIC 9 VALUE ZERO.
           88 JRNL-AT-END VALUE 1.
       01 DATE-ANSWER PIC X(8) VALUE SPACES.
       01 TODAY-DATE PIC 9(8) VALUE ZERO.
       01 DAYS-WORK PIC 9(8) VALUE ZERO.
       01 BUSINESS-DATE PIC 9(8) VALUE ZERO.
       01 OVERRIDE-ANSWER PIC X VALUE SPACE.
       01 OVERRIDE-SWITCH PIC 9 VALUE ZERO.
           88 RERUN-OVERRIDE VALUE 1.
       01 SCHEDULE-TABLE.
           05 STEP-COUNT PIC 99 VALUE ZERO.
           05 STEP-ENTRY OCCURS 40 TIMES.
               10 TBL-STEP PIC X(8).
               10 TBL-PROGRAM PIC X(8).
               10 TBL-PREREQ PIC X(8) OCCURS 4 TIMES.
               10 TBL-RERUN PIC X.
                   88 TBL-RERUNNABLE VALUE "Y".
               10 TBL-COMMAND PIC X(60).
               10 TBL-ACTION PIC X.
                   88 TBL-NOT-REACHED VALUE SPACE.
                   88 TBL-DONE-EARLIER VALUE "D".
                   88 TBL-COMPLETED VALUE "C".
                   88 TBL-FAILED VALUE "F".
                   88 TBL-QUARANTINED VALUE "Q".
                   88 TBL-HELD VALUE "H".
                   88 TBL-WAITING VALUE "P".
               10 TBL-START-DATE PIC 9(8).
               10 TBL-START-TIME PIC 9(6).
               10 TBL-END-DATE PIC 9(8).
               10 TBL-END-TIME PIC 9(6).
               10 TBL-RETURN-CODE PIC 9(4).
               10 TBL-WAIT-STEP PIC X(8).
       01 STEP-I PIC 99 VALUE ZERO.
       01 PREREQ-I PIC 9 VALUE ZERO.
       01 CHAIN-STOP-SWITCH PIC 9 VALUE ZERO.
           88 CHAIN-STOPPED VALUE 1.
       01 STATUS-FOUND-SWITCH PIC 9 VALUE ZERO.
           88 STATUS-FOUND VALUE 1.
       01 PREREQ-MISSING-SWITCH PIC 9 VALUE ZERO.
           88 PREREQ-MISSING VALUE 1.
       01 ERROR-EVENT-SWITCH PIC 9 VALUE ZERO.
           88 ERROR-EVENT-SEEN VALUE 1.
       01 QUARANTINE-EVENT-SWITCH PIC 9 VALUE ZERO.
           88 QUARANTINE-EVENT-SEEN VALUE 1.
       01 PRIOR-ATTEMPTS PIC 99 VALUE ZERO.
       01 STEP-COMMAND PIC X(60) VALUE SPACES.
       01 STEP-RETURN-CODE PIC S9(9) VALUE ZERO.
       01 STEP-START-STAMP.
           05 STEP-START-DATE PIC 9(8) VALUE ZERO.
           05 STEP-START-TIME PIC 9(6) VALUE ZERO.
       01 EVENT-STAMP.
           05 EVENT-STAMP-DATE PIC 9(8) VALUE ZERO.
           05 EVENT-STAMP-TIME PIC 9(6) VALUE ZERO.
       01 OUTCOME-DISPLAY PIC X(24) VALUE SPACES.
       01 START-DISPLAY PIC X(15) VALUE SPACES.
       01 FINISH-DISPLAY PIC X(15) VALUE SPACES.
       01 STEPS-RUN PIC 99 VALUE ZERO.
       01 STEPS-SKIPPED PIC 99 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM LOAD-SCHEDULE
           OPEN I-O NIGHT-STS-FILE
           IF STS-FILE-STATUS EQUAL "35" THEN
               OPEN OUTPUT NIGHT-STS-FILE
               CLOSE NIGHT-STS-FILE
               OPEN I-O NIGHT-STS-FILE
           END-IF
           IF STS-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "Cannot open step-status master, status "
                   STS-FILE-STATUS
               MOVE "STSOPEN" TO EVENT-TYPE-WORK
               MOVE "E" TO EVENT-SEVERITY-WORK
               MOVE STS-FILE-STATUS TO EVENT-STATUS-WORK
               MOVE "STEP STATUS UNAVAILABLE - CHAIN NOT RUN"
                   TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO STEP-I
           PERFORM UNTIL STEP-I GREATER THAN STEP-COUNT
                   OR CHAIN-STOPPED
               PERFORM RUN-ONE-STEP
               ADD 1 TO STEP-I
           END-PERFORM
           CLOSE NIGHT-STS-FILE
           PERFORM PRINT-RUN-SHEET
           IF CHAIN-STOPPED THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "CHAINOK" TO EVENT-TYPE-WORK
               MOVE "I" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "CHAIN COMPLETE FOR " DELIMITED BY SIZE
                   BUSINESS-DATE DELIMITED BY SIZE
                   " RAN " DELIMITED BY SIZE
                   STEPS-RUN DELIMITED BY SIZE
                   INTO EVENT-DETAIL-WORK
               END-STRING
               PERFORM LOG-ARCADE-EVENT
               MOVE ZERO TO RETURN-CODE
           END-IF.
       STOP RUN.

      * Card 1 is the business date the chain runs for, card 2 the
      * operator's Y to rerun a failed step that is not rerunnable
      * once its files have been put back.
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
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DATE-ANSWER TO BUSINESS-DATE
           DISPLAY "Rerun a failed step that is not rerunnable? "
               "(y/n) " WITH NO ADVANCING
           ACCEPT OVERRIDE-ANSWER
           IF FUNCTION LOWER-CASE(OVERRIDE-ANSWER) EQUAL "y" THEN
               MOVE 1 TO OVERRIDE-SWITCH
           END-IF.

      * Blank lines in the schedule are ignored. A step with no
      * program, or more steps than the table holds, stops the
      * chain before anything runs rather than run half of it.
       LOAD-SCHEDULE.
           OPEN INPUT NIGHT-SCH-FILE
           IF SCH-FILE-STATUS NOT EQUAL "00" THEN
               DISPLAY "No step schedule found."
               MOVE "SCHOPEN" TO EVENT-TYPE-WORK
               MOVE "E" TO EVENT-SEVERITY-WORK
               MOVE SCH-FILE-STATUS TO EVENT-STATUS-WORK
               MOVE "STEP SCHEDULE MISSING - CHAIN NOT RUN"
                   TO EVENT-DETAIL-WORK
               PERFORM LOG-ARCADE-EVENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-SCHEDULE-RECORD
           PERFORM UNTIL SCH-AT-END
               IF SCH-STEP NOT EQUAL SPACES THEN
                   PERFORM KEEP-SCHEDULE-STEP
               END-IF
               PERFORM READ-SCHEDULE-RECORD
           END-PERFORM
           CLOSE NIGHT-SCH-FILE.

       READ-SCHEDULE-RECORD.
           READ NIGHT-SCH-FILE
               AT END MOVE 1 TO SCH-EOF-SWITCH
           END-READ.

       KEEP-SCHEDULE-STEP.
           IF SCH-PROGRAM EQUAL SPACES
                   OR STEP-COUNT NOT LESS THAN 40 THEN
               DISPLAY "Step schedule rejected at step " SCH-STEP
               MOVE "SCHBAD" TO EVENT-TYPE-WORK
               MOVE "E" TO EVENT-SEVERITY-WORK
               MOVE "00" TO EVENT-STATUS-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "SCHEDULE REJECTED AT STEP " DELIMITED BY SIZE
                   SCH-STEP DELIMITED BY SIZE
                   INTO EVENT-DETAIL-WORK
               END-STRING
               PERFORM LOG-ARCADE-EVENT
               CLOSE NIGHT-SCH-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO STEP-COUNT
           MOVE SCH-STEP TO TBL-STEP(STEP-COUNT)
           MOVE SCH-PROGRAM TO TBL-PROGRAM(STEP-COUNT)
           MOVE 1 TO PREREQ-I
           PERFORM UNTIL PREREQ-I GREATER THAN 4
               MOVE SCH-PREREQ(PREREQ-I)
                   TO TBL-PREREQ(STEP-COUNT, PREREQ-I)
               ADD 1 TO PREREQ-I
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(SCH-RERUN)
               TO TBL-RERUN(STEP-COUNT)
           MOVE SCH-COMMAND TO TBL-COMMAND(STEP-COUNT)
           MOVE SPACE TO TBL-ACTION(STEP-COUNT)
           MOVE ZERO TO TBL-START-DATE(STEP-COUNT)
               TBL-START-TIME(STEP-COUNT) TBL-END-DATE(STEP-COUNT)
               TBL-END-TIME(STEP-COUNT) TBL-RETURN-CODE(STEP-COUNT)
           MOVE SPACES TO TBL-WAIT-STEP(STEP-COUNT).

      * A step already completed for the date is skipped. One left
      * failed, quarantined or still marked running from an earlier
      * attempt is where the restart picks up, if it may be rerun.
       RUN-ONE-STEP.
           MOVE ZERO TO STATUS-FOUND-SWITCH PRIOR-ATTEMPTS
           MOVE BUSINESS-DATE TO STS-BUS-DATE
           MOVE TBL-STEP(STEP-I) TO STS-STEP
           READ NIGHT-STS-FILE
               NOT INVALID KEY
                   MOVE 1 TO STATUS-FOUND-SWITCH
                   MOVE STS-ATTEMPTS TO PRIOR-ATTEMPTS
           END-READ
           IF STATUS-FOUND AND STS-COMPLETE THEN
               MOVE "D" TO TBL-ACTION(STEP-I)
               MOVE STS-START-DATE TO TBL-START-DATE(STEP-I)
               MOVE STS-START-TIME TO TBL-START-TIME(STEP-I)
               MOVE STS-END-DATE TO TBL-END-DATE(STEP-I)
               MOVE STS-END-TIME TO TBL-END-TIME(STEP-I)
               ADD 1 TO STEPS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF STATUS-FOUND AND NOT TBL-RERUNNABLE(STEP-I)
                   AND NOT RERUN-OVERRIDE THEN
               MOVE "H" TO TBL-ACTION(STEP-I)
               MOVE STS-RETURN-CODE TO TBL-RETURN-CODE(STEP-I)
               MOVE 1 TO CHAIN-STOP-SWITCH
               MOVE "STEPHOLD" TO EVENT-TYPE-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "STEP " DELIMITED BY SIZE
                   TBL-STEP(STEP-I) DELIMITED BY SIZE
                   " NOT RERUNNABLE - RESTORE" DELIMITED BY SIZE
                   INTO EVENT-DETAIL-WORK
               END-STRING
               PERFORM LOG-STEP-STOP
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PREREQUISITES
           IF PREREQ-MISSING THEN
               MOVE "P" TO TBL-ACTION(STEP-I)
               MOVE 1 TO CHAIN-STOP-SWITCH
               MOVE "STEPPREQ" TO EVENT-TYPE-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "STEP " DELIMITED BY SIZE
                   TBL-STEP(STEP-I) DELIMITED BY SIZE
                   " WAITING ON " DELIMITED BY SIZE
                   TBL-WAIT-STEP(STEP-I) DELIMITED BY SIZE
                   INTO EVENT-DETAIL-WORK
               END-STRING
               PERFORM LOG-STEP-STOP
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-STEP-RUNNING
           IF CHAIN-STOPPED THEN
               EXIT PARAGRAPH
           END-IF
           IF TBL-COMMAND(STEP-I) EQUAL SPACES THEN
               MOVE TBL-PROGRAM(STEP-I) TO STEP-COMMAND
           ELSE
               MOVE TBL-COMMAND(STEP-I) TO STEP-COMMAND
           END-IF
      * A step that reports or extracts for a day gets the chain's
      * business date on its date card, never the clock's - so a
      * restart for an earlier date, or a chain that starts after
      * midnight, still runs every step for the same day.
           INSPECT STEP-COMMAND
               REPLACING ALL "&BUSDATE" BY DATE-ANSWER
           DISPLAY "NIGHTRUN: STEP " TBL-STEP(STEP-I) " STARTING "
               TBL-PROGRAM(STEP-I)
           CALL "SYSTEM" USING STEP-COMMAND
           MOVE RETURN-CODE TO STEP-RETURN-CODE
           ADD 1 TO STEPS-RUN
           MOVE FUNCTION CURRENT-DATE(1:8) TO TBL-END-DATE(STEP-I)
           MOVE FUNCTION CURRENT-DATE(9:6) TO TBL-END-TIME(STEP-I)
           IF STEP-RETURN-CODE LESS THAN ZERO
                   OR STEP-RETURN-CODE GREATER THAN 9999 THEN
               MOVE 9999 TO TBL-RETURN-CODE(STEP-I)
           ELSE
               MOVE STEP-RETURN-CODE TO TBL-RETURN-CODE(STEP-I)
           END-IF
           PERFORM SCAN-STEP-EVENTS
           EVALUATE TRUE
               WHEN QUARANTINE-EVENT-SEEN
                   MOVE "Q" TO TBL-ACTION(STEP-I)
               WHEN STEP-RETURN-CODE NOT EQUAL ZERO
                   MOVE "F" TO TBL-ACTION(STEP-I)
               WHEN ERROR-EVENT-SEEN
                   MOVE "F" TO TBL-ACTION(STEP-I)
               WHEN OTHER
                   MOVE "C" TO TBL-ACTION(STEP-I)
           END-EVALUATE
           DISPLAY "NIGHTRUN: STEP " TBL-STEP(STEP-I) " ENDED RC "
               TBL-RETURN-CODE(STEP-I)
           PERFORM MARK-STEP-ENDED
           IF TBL-QUARANTINED(STEP-I) THEN
               MOVE 1 TO CHAIN-STOP-SWITCH
               MOVE "STEPQUAR" TO EVENT-TYPE-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "STEP " DELIMITED BY SIZE
                   TBL-STEP(STEP-I) DELIMITED BY SIZE
                   " QUARANTINED A FILE" DELIMITED BY SIZE
                   INTO EVENT-DETAIL-WORK
               END-STRING
               PERFORM LOG-STEP-STOP
           END-IF
           IF TBL-FAILED(STEP-I) THEN
               MOVE 1 TO CHAIN-STOP-SWITCH
               MOVE "STEPFAIL" TO EVENT-TYPE-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "STEP " DELIMITED BY SIZE
                   TBL-STEP(STEP-I) DELIMITED BY SIZE
                   " FAILED RC " DELIMITED BY SIZE
                   TBL-RETURN-CODE(STEP-I) DELIMITED BY SIZE
                   INTO EVENT-DETAIL-WORK
               END-STRING
               PERFORM LOG-STEP-STOP
           END-IF.

      * Every prerequisite named must have completed for this same
      * business date - earlier in this run or in an earlier one.
       CHECK-PREREQUISITES.
           MOVE ZERO TO PREREQ-MISSING-SWITCH
           MOVE 1 TO PREREQ-I
           PERFORM UNTIL PREREQ-I GREATER THAN 4
                   OR PREREQ-MISSING
               IF TBL-PREREQ(STEP-I, PREREQ-I) NOT EQUAL SPACES THEN
                   MOVE BUSINESS-DATE TO STS-BUS-DATE
                   MOVE TBL-PREREQ(STEP-I, PREREQ-I) TO STS-STEP
                   READ NIGHT-STS-FILE
                       INVALID KEY
                           MOVE 1 TO PREREQ-MISSING-SWITCH
                       NOT INVALID KEY
                           IF NOT STS-COMPLETE THEN
                               MOVE 1 TO PREREQ-MISSING-SWITCH
                           END-IF
                   END-READ
                   IF PREREQ-MISSING THEN
                       MOVE TBL-PREREQ(STEP-I, PREREQ-I)
                           TO TBL-WAIT-STEP(STEP-I)
                   END-IF
               END-IF
               ADD 1 TO PREREQ-I
           END-PERFORM.

      * The running mark goes down before the step starts, so a
      * chain that dies inside a step still leaves the step to be
      * picked up by the restart.
       MARK-STEP-RUNNING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TBL-START-DATE(STEP-I)
           MOVE FUNCTION CURRENT-DATE(9:6) TO TBL-START-TIME(STEP-I)
           MOVE TBL-START-DATE(STEP-I) TO STEP-START-DATE
           MOVE TBL-START-TIME(STEP-I) TO STEP-START-TIME
           MOVE BUSINESS-DATE TO STS-BUS-DATE
           MOVE TBL-STEP(STEP-I) TO STS-STEP
           MOVE TBL-PROGRAM(STEP-I) TO STS-PROGRAM
           MOVE TBL-START-DATE(STEP-I) TO STS-START-DATE
           MOVE TBL-START-TIME(STEP-I) TO STS-START-TIME
           MOVE ZERO TO STS-END-DATE STS-END-TIME STS-RETURN-CODE
           MOVE "R" TO STS-OUTCOME
           COMPUTE STS-ATTEMPTS = PRIOR-ATTEMPTS + 1
           IF STATUS-FOUND THEN
               REWRITE NIGHT-STS-RECORD
           ELSE
               WRITE NIGHT-STS-RECORD
           END-IF
           IF STS-FILE-STATUS NOT EQUAL "00" THEN
               MOVE "F" TO TBL-ACTION(STEP-I)
               MOVE 1 TO CHAIN-STOP-SWITCH
               MOVE "STSWRITE" TO EVENT-TYPE-WORK
               MOVE SPACES TO EVENT-DETAIL-WORK
               STRING "STEP " DELIMITED BY SIZE
                   TBL-STEP(STEP-I) DELIMITED BY SIZE
                   " NOT STARTED - NO STATUS" DELIMITED BY SIZE
                   INTO EVENT-DETAIL-WORK
               END-STRING
               PERFORM LOG-STEP-STOP
           END-IF.

       MARK-STEP-ENDED.
           MOVE BUSINESS-DATE TO STS-BUS-DATE
           MOVE TBL-STEP(STEP-I) TO STS-STEP
           READ NIGHT-STS-FILE
               INVALID KEY
                   DISPLAY "Step-status record lost for "
                       TBL-STEP(STEP-I)
               NOT INVALID KEY
                   MOVE TBL-END-DATE(STEP-I) TO STS-END-DATE
                   MOVE TBL-END-TIME(STEP-I) TO STS-END-TIME
                   MOVE TBL-ACTION(STEP-I) TO STS-OUTCOME
                   MOVE TBL-RETURN-CODE(STEP-I) TO STS-RETURN-CODE
                   REWRITE NIGHT-STS-RECORD
           END-READ.

      * Anything the step's program journalled at error severity
      * since the step started fails the step, whatever its return
      * code - the batch programs report a missing or bad file on
      * the journal and still end normally. A quarantine is told
      * apart so the run sheet says why the chain stopped.
       SCAN-STEP-EVENTS.
           MOVE ZERO TO ERROR-EVENT-SWITCH QUARANTINE-EVENT-SWITCH
           MOVE ZERO TO JRNL-EOF-SWITCH
           OPEN INPUT ARC-EVENT-FILE
           IF JRNL-FILE-STATUS NOT EQUAL "00" THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-EVENT-RECORD
           PERFORM UNTIL JRNL-AT-END
               MOVE EVT-DATE TO EVENT-STAMP-DATE
               MOVE EVT-TIME TO EVENT-STAMP-TIME
               IF EVT-PROGRAM EQUAL TBL-PROGRAM(STEP-I)
                       AND EVENT-STAMP NOT LESS THAN STEP-START-STAMP
                       AND EVT-ERROR THEN
                   MOVE 1 TO ERROR-EVENT-SWITCH
                   IF EVT-TYPE EQUAL "QUARANT" THEN
                       MOVE 1 TO QUARANTINE-EVENT-SWITCH
                   END-IF
               END-IF
               PERFORM READ-EVENT-RECORD
           END-PERFORM
           CLOSE ARC-EVENT-FILE.

       READ-EVENT-RECORD.
           READ ARC-EVENT-FILE
               AT END MOVE 1 TO JRNL-EOF-SWITCH
           END-READ.

       LOG-STEP-STOP.
           MOVE "E" TO EVENT-SEVERITY-WORK
           MOVE "00" TO EVENT-STATUS-WORK
           PERFORM LOG-ARCADE-EVENT.

       PRINT-RUN-SHEET.
           DISPLAY " "
           DISPLAY "======================================"
           DISPLAY "   NIGHTLY RUN SHEET"
           DISPLAY "   BUSINESS DATE " BUSINESS-DATE
           DISPLAY "======================================"
           DISPLAY "STEP      PROGRAM   STARTED          "
               "ENDED            OUTCOME"
           MOVE 1 TO STEP-I
           PERFORM UNTIL STEP-I GREATER THAN STEP-COUNT
               PERFORM PRINT-RUN-SHEET-LINE
               ADD 1 TO STEP-I
           END-PERFORM
           DISPLAY " "
           DISPLAY "STEPS RUN:            " STEPS-RUN
           DISPLAY "STEPS ALREADY DONE:   " STEPS-SKIPPED
           IF CHAIN-STOPPED THEN
               DISPLAY "CHAIN STOPPED - FIX THE CAUSE AND RERUN FOR "
                   BUSINESS-DATE " TO RESTART"
           ELSE
               DISPLAY "CHAIN COMPLETE"
           END-IF.

       PRINT-RUN-SHEET-LINE.
           MOVE SPACES TO START-DISPLAY FINISH-DISPLAY OUTCOME-DISPLAY
           IF TBL-START-DATE(STEP-I) NOT EQUAL ZERO THEN
               STRING TBL-START-DATE(STEP-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TBL-START-TIME(STEP-I) DELIMITED BY SIZE
                   INTO START-DISPLAY
               END-STRING
           END-IF
           IF TBL-END-DATE(STEP-I) NOT EQUAL ZERO THEN
               STRING TBL-END-DATE(STEP-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TBL-END-TIME(STEP-I) DELIMITED BY SIZE
                   INTO FINISH-DISPLAY
               END-STRING
           END-IF
           EVALUATE TRUE
               WHEN TBL-COMPLETED(STEP-I)
                   MOVE "COMPLETE" TO OUTCOME-DISPLAY
               WHEN TBL-DONE-EARLIER(STEP-I)
                   MOVE "COMPLETE (EARLIER RUN)" TO OUTCOME-DISPLAY
               WHEN TBL-FAILED(STEP-I)
                   STRING "FAILED RC " DELIMITED BY SIZE
                       TBL-RETURN-CODE(STEP-I) DELIMITED BY SIZE
                       INTO OUTCOME-DISPLAY
                   END-STRING
               WHEN TBL-QUARANTINED(STEP-I)
                   MOVE "STOPPED - QUARANTINE" TO OUTCOME-DISPLAY
               WHEN TBL-HELD(STEP-I)
                   MOVE "HELD - NOT RERUNNABLE" TO OUTCOME-DISPLAY
               WHEN TBL-WAITING(STEP-I)
                   STRING "WAITING ON " DELIMITED BY SIZE
                       TBL-WAIT-STEP(STEP-I) DELIMITED BY SIZE
                       INTO OUTCOME-DISPLAY
                   END-STRING
               WHEN OTHER
                   MOVE "NOT RUN" TO OUTCOME-DISPLAY
           END-EVALUATE
           DISPLAY TBL-STEP(STEP-I) "  " TBL-PROGRAM(STEP-I) "  "
               START-DISPLAY "  " FINISH-DISPLAY "  " OUTCOME-DISPLAY.

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
           MOVE "NIGHTRUN" TO EVT-PROGRAM
           MOVE EVENT-TYPE-WORK TO EVT-TYPE
           MOVE EVENT-SEVERITY-WORK TO EVT-SEVERITY
           MOVE EVENT-STATUS-WORK TO EVT-FILE-STATUS
           MOVE EVENT-DETAIL-WORK TO EVT-DETAIL
           WRITE ARC-EVENT-RECORD
           CLOSE ARC-EVENT-FILE.
       END PROGRAM NIGHTRUN.
