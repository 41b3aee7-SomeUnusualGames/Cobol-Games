      * CRDPRICE.CPY
      * Record layout for the play-credit price table. Fixed-width
      * positional text records, hand-edited like DODGEPRM: one
      * record per price change, giving the date it takes effect
      * and the cash price of one credit. The price in force on a
      * day is the record with the latest effective date on or
      * before it. CREDSELL prices the expected takings of a till
      * shift at the price in force when the shift is cashed up.
           05 CPR-EFFECTIVE-DATE PIC 9(8).
           05 CPR-UNIT-PRICE PIC 9(3)V99.
