      * GLSENT.CPY
      * Record layout for the general-ledger extract log. GLEXTR
      * appends one record per business date it sends - "S" for
      * the first send, "R" for a resend the operator asked for -
      * with the line count and debit total of the extract, and
      * refuses a date already on the log unless told to resend,
      * so finance cannot be sent the same day twice by accident.
           05 GLS-BUS-DATE PIC 9(8).
           05 GLS-RUN-DATE PIC 9(8).
           05 GLS-RUN-TIME PIC 9(6).
           05 GLS-ACTION PIC X.
               88 GLS-SENT VALUE "S".
               88 GLS-RESENT VALUE "R".
           05 GLS-RECORD-COUNT PIC 9(6).
           05 GLS-DEBIT-TOTAL PIC 9(11)V99.
