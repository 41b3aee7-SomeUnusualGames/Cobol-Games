      * HS- names replaced, the DODGEHHS month-end history. Written
      * by DODGER, converted by DODGEHSC, archived and purged by
      * ARCPURGE, validated by ARCCHECK, and read by the DODGETOP,
      * ARCADERP, DODGRPLY, RPLAUDIT, PRZREDEM and PRZLIAB
      * reporting side. HS-PENALTY-POINTS is what the run banked:
      * the "$" obstacles collected times HS-POINTS-MULT, which
      * DODGER stamps from a live points promotion (1 otherwise;
      * records converted from before the multiplier carry 1).
           05 HS-KEY.
               10 HS-DATE PIC 9(8).
               10 HS-TIME PIC 9(6).
           05 HS-PLAYER-ID PIC X(8).
           05 HS-CABINET-ID PIC XX.
           05 HS-COMP-ID PIC X(8).
           05 HS-POINTS-MULT PIC 9.
