      * PROMO.CPY
      * Record layout for the promotions master the operator
      * maintains with PROMOMNT, keyed by promotion code. A "C"
      * promotion gives bonus play credits at the till - for every
      * PMO-BUY-QTY credits bought CREDSELL adds PMO-FREE-QTY free
      * ones and logs them on CREDLOG as a "B" record. A "P"
      * promotion multiplies the "$" points DODGER banks for a run
      * by PMO-MULTIPLIER and stamps the multiplier on the
      * high-score record. A promotion is live on days inside its
      * date window, on its day of the week when one is given
      * (1 Monday .. 7 Sunday, 0 every day), between its from and
      * to times of day (HHMM; a from time after the to time runs
      * past midnight), and only while its status is active.
           05 PMO-CODE PIC X(4).
           05 PMO-DESC PIC X(20).
           05 PMO-TYPE PIC X.
               88 PMO-BONUS-CREDITS VALUE "C".
               88 PMO-POINTS-MULT VALUE "P".
           05 PMO-START-DATE PIC 9(8).
           05 PMO-END-DATE PIC 9(8).
           05 PMO-DAY-OF-WEEK PIC 9.
               88 PMO-EVERY-DAY VALUE 0.
           05 PMO-FROM-TIME PIC 9(4).
           05 PMO-TO-TIME PIC 9(4).
           05 PMO-BUY-QTY PIC 9(3).
           05 PMO-FREE-QTY PIC 9(3).
           05 PMO-MULTIPLIER PIC 9.
           05 PMO-STATUS PIC X.
               88 PMO-ACTIVE VALUE "A".
               88 PMO-WITHDRAWN VALUE "W".
