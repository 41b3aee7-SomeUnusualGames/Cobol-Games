       PROGRAM-ID. DODGEHSC.
       AUTHOR. SomeUnusualGames
      * One-shot conversion for the high-score files after the
      * record grew to carry HS-POINTS-MULT, the points-promotion
      * multiplier DODGER stamps on each run. The live file is
      * renamed to DODGEHSO and the month-end history to DODGHHSO
      * first; this program reads each in the old layout - through
      * the competition id, before the multiplier - and loads
      * fresh DODGEHS and DODGEHHS files in the new layout,
      * stamping a multiplier of 1 (no promotion existed when the
      * old runs were played), so every reader opens them cleanly
      * instead of failing on the record-length mismatch. The
      * record counts printed at the end must match per file
      * before the old files are deleted. The earlier growth that
      * added the cabinet and competition ids went through here
      * the same way; GAMERES and PRIZCAT get the same treatment
      * from GAMRESC and PRZCATC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 OHS-OBSTACLES-REACHED PIC 9(4).
           05 OHS-PENALTY-POINTS PIC 9(4).
           05 OHS-PLAYER-ID PIC X(8).
           05 OHS-CABINET-ID PIC XX.
           05 OHS-COMP-ID PIC X(8).
       FD DODGER-HS-FILE.
       01 DODGER-HS-RECORD.
           COPY DODGEHS.
           05 OHH-OBSTACLES-REACHED PIC 9(4).
           05 OHH-PENALTY-POINTS PIC 9(4).
           05 OHH-PLAYER-ID PIC X(8).
           05 OHH-CABINET-ID PIC XX.
           05 OHH-COMP-ID PIC X(8).
       FD DODGER-HH-FILE.
       01 DODGER-HH-RECORD.
           COPY DODGEHS REPLACING LEADING ==HS-== BY ==HHS-==.
               MOVE OHS-OBSTACLES-REACHED TO HS-OBSTACLES-REACHED
               MOVE OHS-PENALTY-POINTS TO HS-PENALTY-POINTS
               MOVE OHS-PLAYER-ID TO HS-PLAYER-ID
               MOVE OHS-CABINET-ID TO HS-CABINET-ID
               MOVE OHS-COMP-ID TO HS-COMP-ID
               MOVE 1 TO HS-POINTS-MULT
               WRITE DODGER-HS-RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE KEY " OHS-DATE " "
           END-READ.

      * The month-end history shares the DODGEHS layout, so it
      * grew the same byte and gets the same treatment.
       CONVERT-HISTORY-FILE.
           OPEN INPUT OLD-HH-FILE
           IF OHH-FILE-STATUS EQUAL "35" THEN
               MOVE OHH-OBSTACLES-REACHED TO HHS-OBSTACLES-REACHED
               MOVE OHH-PENALTY-POINTS TO HHS-PENALTY-POINTS
               MOVE OHH-PLAYER-ID TO HHS-PLAYER-ID
               MOVE OHH-CABINET-ID TO HHS-CABINET-ID
               MOVE OHH-COMP-ID TO HHS-COMP-ID
               MOVE 1 TO HHS-POINTS-MULT
               WRITE DODGER-HH-RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE KEY " OHH-DATE " "
