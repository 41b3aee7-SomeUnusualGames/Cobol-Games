      * appends one record per redemption; the running sum per
      * player is what has already been spent of their banked
      * points, and PRZLIAB reads the whole ledger for the weekly
      * liability report. PRZEXPIR appends an expiry record when
      * month-end writes off points left unspent past the expiry
      * period; its reference carries the date the expired points
      * were earned before. ADJDESK appends an "A" record for "$"
      * points an operator gives a player by adjustment and a "D"
      * record for points taken off; the amount field holds the
      * points either way, and every balance adds "A" back rather
      * than spending it. Adjustments carry the reason code, the
      * operator and - over the sign-off threshold - the approving
      * supervisor. Records written before the type byte existed
      * read as blank and are redemptions.
           05 LDG-DATE PIC 9(8).
           05 LDG-TIME PIC 9(6).
           05 LDG-PLAYER-ID PIC X(8).
           05 LDG-PRIZE-CODE PIC X(4).
           05 LDG-POINTS-SPENT PIC 9(5).
           05 LDG-TYPE PIC X.
               88 LDG-REDEMPTION VALUE "R" " ".
               88 LDG-EXPIRY VALUE "E".
               88 LDG-ADJUST-ADD VALUE "A".
               88 LDG-ADJUST-DEDUCT VALUE "D".
               88 LDG-ADJUSTMENT VALUE "A" "D".
           05 LDG-REFERENCE PIC X(8).
           05 LDG-EARNED-BEFORE REDEFINES LDG-REFERENCE PIC 9(8).
           05 LDG-REASON-CODE PIC X(4).
           05 LDG-OPERATOR-ID PIC X(8).
           05 LDG-SUPERVISOR-ID PIC X(8).
