      * DODGEHS high-score record: "I" events carry the key pressed
      * on one tick, "O" events carry an obstacle spawn (slot, row,
      * type and bounce direction) that replaces the random pick
      * when DODGRPLY re-enacts the run. RPLAUDIT re-enacts every
      * new run the same way, off screen, to prove its score.
           05 REP-KEY.
               10 REP-DATE PIC 9(8).
               10 REP-TIME PIC 9(6).
