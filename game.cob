           MOVE LOOKED-UP-ID TO CLG-PLAYER-ID
           MOVE "U" TO CLG-TYPE
           MOVE 1 TO CLG-QTY
           MOVE SPACES TO CLG-PROMO-CODE
           MOVE SPACES TO CLG-OPERATOR-ID
           MOVE SPACES TO CLG-SHIFT-ID
           MOVE SPACES TO CLG-REASON-CODE
           MOVE SPACES TO CLG-SUPERVISOR-ID
           WRITE CRED-LOG-RECORD
           CLOSE CRED-LOG-FILE.

