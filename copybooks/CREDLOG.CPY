      * "U" record per credit taken at session start, and DODGER
      * appends an "R" record when it gives back the credit charged
      * to whoever resumed a checkpointed run the original player
      * already paid for. CREDSELL also appends a "B" record for the
      * bonus credits a live promotion adds to a sale, carrying the
      * promotion code, so the takings report can keep paid and
      * bonus credits apart. The daily takings report nets the
      * refunds off consumption before comparing against the
      * sessions counted on DODGEHS and GAMELOG. Till records ("S"
      * and "B") carry the operator and the key of the till shift
      * they were rung up in, so the cash-up can total a shift;
      * the games leave both blank. ADJDESK appends an "A" record
      * for credits an operator adds to a balance by adjustment and
      * a "D" record for credits taken off, carrying the reason
      * code, the operator and - over the sign-off threshold - the
      * supervisor who approved it. Records written before these
      * fields existed read them as blank.
           05 CLG-DATE PIC 9(8).
           05 CLG-TIME PIC 9(6).
           05 CLG-PLAYER-ID PIC X(8).
               88 CLG-SOLD VALUE "S".
               88 CLG-USED VALUE "U".
               88 CLG-REFUND VALUE "R".
               88 CLG-BONUS VALUE "B".
               88 CLG-ADJUST-ADD VALUE "A".
               88 CLG-ADJUST-DEDUCT VALUE "D".
               88 CLG-ADJUSTMENT VALUE "A" "D".
           05 CLG-QTY PIC 9(3).
           05 CLG-PROMO-CODE PIC X(4).
           05 CLG-OPERATOR-ID PIC X(8).
           05 CLG-SHIFT-ID.
               10 CLG-SHIFT-DATE PIC 9(8).
               10 CLG-SHIFT-TIME PIC 9(6).
           05 CLG-REASON-CODE PIC X(4).
           05 CLG-SUPERVISOR-ID PIC X(8).
