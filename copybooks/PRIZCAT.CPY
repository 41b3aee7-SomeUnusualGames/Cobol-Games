      * decrements the stock as players exchange banked DODGER "$"
      * points for prizes; PRZRECPT adds deliveries to it, and
      * PRZSTOCK flags any prize at or below its reorder level.
      * PRZ-UNIT-COST is what the arcade pays for one of the prize,
      * in money; GLEXTR posts every prize handed out to the ledger
      * at that cost.
           05 PRZ-CODE PIC X(4).
           05 PRZ-DESC PIC X(20).
           05 PRZ-COST PIC 9(5).
           05 PRZ-STOCK PIC 9(4).
           05 PRZ-REORDER-LEVEL PIC 9(4).
           05 PRZ-UNIT-COST PIC 9(4)V99.
