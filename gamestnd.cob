      * Tournament standings report. Reads the fixture file that
      * GAME plays and writes back, tallies wins, losses and points
      * for/against from the completed fixtures, and prints the
      * league table ranked by wins then point difference. A cup
      * bye (a complete fixture with no player two) was never
      * played, so it is left out of the table.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           END-IF
           PERFORM READ-FIXTURE-RECORD
           PERFORM UNTIL FIX-AT-END
               IF FIX-COMPLETE AND FIX-PLAYER2 NOT EQUAL SPACES THEN
                   ADD 1 TO COMPLETED-COUNT
                   PERFORM TALLY-FIXTURE
               END-IF
