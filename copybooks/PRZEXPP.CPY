      * PRZEXPP.CPY
      * Record layout for the "$"-point expiry parameter file. One
      * fixed-width positional text record, hand-edited like
      * DODGEPRM, giving how many whole months banked points may sit
      * unspent before PRZEXPIR writes them off at month-end.
           05 XPP-MONTHS PIC 99.
