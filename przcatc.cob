       PROGRAM-ID. PRZCATC.
       AUTHOR. SomeUnusualGames
      * One-shot conversion for the prize catalog master after the
      * record grew to carry PRZ-UNIT-COST. The live file is
      * renamed to PRIZCATO first; this program reads it in the
      * old layout and loads a fresh PRIZCAT in the new layout
      * with a zero cost price - the operator sets the real costs
      * with PRIZEMNT afterwards - so every reader opens it
      * cleanly instead of failing on the record-length mismatch.
      * The record counts printed at the end must match before the
      * old file is deleted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 OPC-DESC PIC X(20).
           05 OPC-COST PIC 9(5).
           05 OPC-STOCK PIC 9(4).
           05 OPC-REORDER-LEVEL PIC 9(4).
       FD PRIZE-CAT-FILE.
       01 PRIZE-CAT-RECORD.
           COPY PRIZCAT.
               MOVE OPC-DESC TO PRZ-DESC
               MOVE OPC-COST TO PRZ-COST
               MOVE OPC-STOCK TO PRZ-STOCK
               MOVE OPC-REORDER-LEVEL TO PRZ-REORDER-LEVEL
               MOVE ZERO TO PRZ-UNIT-COST
               WRITE PRIZE-CAT-RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE KEY " OPC-CODE
