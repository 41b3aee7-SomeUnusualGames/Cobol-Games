      * the till; DODGER and GAME take one credit at session start
      * and refuse a registered player with nothing left. The
      * lifetime sold/used totals let the takings report cross-
      * check the transaction log. ADJDESK moves only the balance
      * when it adjusts credits - the adjustment is on the log as
      * its own "A" or "D" record, not as a sale or a use.
           05 CRD-PLAYER-ID PIC X(8).
           05 CRD-BALANCE PIC 9(5).
           05 CRD-SOLD-TOTAL PIC 9(7).
