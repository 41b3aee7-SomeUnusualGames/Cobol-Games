           END-IF
           PERFORM READ-LDG-RECORD
           PERFORM UNTIL LDG-AT-END
               IF LDG-REDEMPTION
                   AND (LDG-DATE GREATER THAN SNAP-CUTOFF-DATE
                       OR (LDG-DATE EQUAL SNAP-CUTOFF-DATE
                       AND LDG-TIME GREATER THAN
                       SNAP-CUTOFF-TIME)) THEN
                   MOVE LDG-PRIZE-CODE TO STK-CODE-WORK
                   PERFORM FIND-STOCK-ENTRY
                   IF STK-POS GREATER THAN ZERO THEN
