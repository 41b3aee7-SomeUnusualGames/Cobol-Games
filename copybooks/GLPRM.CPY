      * GLPRM.CPY
      * Record layout for the general-ledger extract's parameter
      * file. One fixed-width positional text record, hand-edited
      * like DODGEPRM, giving the finance system's six-digit
      * account numbers GLEXTR posts to and the money value of one
      * "$" point. A field left blank or not numeric keeps the
      * house default for it.
           05 GLP-CASH-ACCT PIC 9(6).
           05 GLP-CREDIT-LIAB-ACCT PIC 9(6).
           05 GLP-PLAY-REVENUE-ACCT PIC 9(6).
           05 GLP-PROMO-EXPENSE-ACCT PIC 9(6).
           05 GLP-PRIZE-STOCK-ACCT PIC 9(6).
           05 GLP-PRIZE-COST-ACCT PIC 9(6).
           05 GLP-POINTS-LIAB-ACCT PIC 9(6).
           05 GLP-POINTS-EXPENSE-ACCT PIC 9(6).
           05 GLP-POINT-VALUE PIC 9V9(4).
