      * positional text record so the organizer can set up a round
      * by hand, like DODGEPRM. GAME plays the next scheduled
      * fixture and writes the result back; GAMESTND builds the
      * league table from the completed fixtures. GAMECUP draws a
      * knockout cup onto the file and appends each next round; a
      * cup bye is a complete fixture with a blank player two.
           05 FIX-ROUND PIC 99.
           05 FIX-MATCH PIC 99.
           05 FIX-PLAYER1 PIC X(8).
