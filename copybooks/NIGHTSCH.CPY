      * NIGHTSCH.CPY
      * Record layout for the nightly step schedule, one fixed-width
      * positional text record per step, hand-edited like DODGEPRM
      * and kept in the order the steps are to run. NIGHTRUN runs a
      * step only once every step named as a prerequisite has
      * completed for the business date. SCH-RERUN says whether a
      * step that failed part way may simply be run again on a
      * restart; a step that is not rerunnable (one that updates a
      * master in place) is only rerun after its files have been
      * restored and the operator says so. SCH-COMMAND is the
      * command line that runs the step, SYSIN cards included -
      * blank runs the program by name with no cards. NIGHTRUN puts
      * the business date in place of every "&BUSDATE" in it, so a
      * step's date card is always the chain's business date.
           05 SCH-STEP PIC X(8).
           05 SCH-PROGRAM PIC X(8).
           05 SCH-PREREQ PIC X(8) OCCURS 4 TIMES.
           05 SCH-RERUN PIC X.
               88 SCH-RERUNNABLE VALUE "Y".
           05 SCH-COMMAND PIC X(60).
