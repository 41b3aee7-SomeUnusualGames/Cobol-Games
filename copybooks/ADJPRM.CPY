      * ADJPRM.CPY
      * Record layout for the adjustment sign-off parameter file.
      * One fixed-width positional text record, hand-edited like
      * DODGEPRM. A credit adjustment of more than APM-CREDIT-LIMIT
      * credits, or a "$"-point adjustment of more than
      * APM-POINTS-LIMIT points, is not posted by ADJDESK until a
      * second, supervisor ID is entered against it.
           05 APM-CREDIT-LIMIT PIC 9(3).
           05 APM-POINTS-LIMIT PIC 9(5).
