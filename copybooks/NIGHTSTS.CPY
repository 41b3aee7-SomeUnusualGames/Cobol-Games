      * NIGHTSTS.CPY
      * Record layout for the nightly step-status master, keyed by
      * business date and step name. NIGHTRUN writes a record as
      * "R" the moment a step starts and rewrites it with the end
      * time and outcome when the step comes back, so a record
      * still at "R" is a step the chain died in. Completed steps
      * are skipped when the chain is restarted for the same date.
           05 STS-KEY.
               10 STS-BUS-DATE PIC 9(8).
               10 STS-STEP PIC X(8).
           05 STS-PROGRAM PIC X(8).
           05 STS-START-DATE PIC 9(8).
           05 STS-START-TIME PIC 9(6).
           05 STS-END-DATE PIC 9(8).
           05 STS-END-TIME PIC 9(6).
           05 STS-OUTCOME PIC X.
               88 STS-RUNNING VALUE "R".
               88 STS-COMPLETE VALUE "C".
               88 STS-FAILED VALUE "F".
               88 STS-QUARANTINED VALUE "Q".
           05 STS-RETURN-CODE PIC 9(4).
           05 STS-ATTEMPTS PIC 99.
