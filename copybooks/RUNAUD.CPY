      * RUNAUD.CPY
      * Record layout for the DODGER run-audit master, keyed the
      * same as the high-score record it audits. RPLAUDIT writes
      * one record per run once it has re-enacted the run from the
      * replay file: verified runs are marked V, runs whose replay
      * does not bear out the stored figures (or that have no
      * replay at all) are held as H until an operator clears them
      * to C. PRZREDEM leaves a held run's "$" points out of the
      * redeemable balance.
           05 RAU-KEY.
               10 RAU-DATE PIC 9(8).
               10 RAU-TIME PIC 9(6).
           05 RAU-PLAYER-ID PIC X(8).
           05 RAU-STATUS PIC X.
               88 RAU-VERIFIED VALUE "V".
               88 RAU-HELD VALUE "H".
               88 RAU-CLEARED VALUE "C".
           05 RAU-REASON PIC X(8).
           05 RAU-STORED-TICKS PIC 9(6).
           05 RAU-REPLAY-TICKS PIC 9(6).
           05 RAU-STORED-OBSTACLES PIC 9(4).
           05 RAU-REPLAY-OBSTACLES PIC 9(4).
           05 RAU-STORED-POINTS PIC 9(4).
           05 RAU-REPLAY-POINTS PIC 9(4).
           05 RAU-AUDIT-DATE PIC 9(8).
           05 RAU-CLEARED-BY PIC X(8).
           05 RAU-CLEARED-DATE PIC 9(8).
