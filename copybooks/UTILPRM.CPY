      * UTILPRM.CPY
      * Record layout for the utilization report's parameter file.
      * One fixed-width positional text record, hand-edited like
      * DODGEPRM. DODGEHS carries no session length, so each DODGER
      * run is taken to occupy its cabinet for UTP-DODGER-MINUTES
      * up to the time it was written. An open hour whose occupancy
      * is at or below UTP-DEAD-PCT is flagged dead, at or above
      * UTP-PEAK-PCT peak. Opening hours are given per day of the
      * week, Monday first, as the opening hour and the closing
      * hour (00-24, closing hour not included); a closing hour
      * before the opening hour runs past midnight, and equal hours
      * mean closed all day.
           05 UTP-DODGER-MINUTES PIC 99.
           05 UTP-DEAD-PCT PIC 99.
           05 UTP-PEAK-PCT PIC 99.
           05 UTP-OPENING OCCURS 7 TIMES.
               10 UTP-OPEN-HOUR PIC 99.
               10 UTP-CLOSE-HOUR PIC 99.
