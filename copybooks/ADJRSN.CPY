      * ADJRSN.CPY
      * Record layout for the adjustment reason master, keyed by
      * reason code and maintained with ADJRSNMT. Every credit or
      * "$"-point adjustment ADJDESK posts must quote an active
      * reason that applies to what is being adjusted - credits,
      * points or both. A reason that is no longer to be used is
      * withdrawn, not deleted, so ADJRPT can still describe the
      * postings made under it.
           05 RSN-CODE PIC X(4).
           05 RSN-DESC PIC X(20).
           05 RSN-APPLIES PIC X.
               88 RSN-FOR-CREDITS VALUE "C".
               88 RSN-FOR-POINTS VALUE "P".
               88 RSN-FOR-BOTH VALUE "B".
           05 RSN-STATUS PIC X.
               88 RSN-ACTIVE VALUE "A".
               88 RSN-WITHDRAWN VALUE "W".
