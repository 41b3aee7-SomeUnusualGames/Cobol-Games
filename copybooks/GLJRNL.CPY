      * GLJRNL.CPY
      * Record layout for the daily general-ledger journal extract
      * GLEXTR sends to the finance system: one header, the
      * balanced debit and credit lines for the business date, and
      * one trailer. Header and trailer both carry the count of
      * journal lines, the debit and credit totals and the hash
      * total of the account numbers, so finance can check the
      * file arrived whole before posting it.
           05 GLJ-REC-TYPE PIC X.
               88 GLJ-HEADER VALUE "H".
               88 GLJ-DETAIL VALUE "D".
               88 GLJ-TRAILER VALUE "T".
           05 GLJ-BUS-DATE PIC 9(8).
           05 GLJ-BODY PIC X(71).
           05 GLJ-HEADER-BODY REDEFINES GLJ-BODY.
               10 GLH-SOURCE PIC X(6).
               10 GLH-RUN-DATE PIC 9(8).
               10 GLH-RUN-TIME PIC 9(6).
               10 GLH-RESEND PIC X.
                   88 GLH-IS-RESEND VALUE "Y".
               10 GLH-RECORD-COUNT PIC 9(6).
               10 GLH-DEBIT-TOTAL PIC 9(11)V99.
               10 GLH-CREDIT-TOTAL PIC 9(11)V99.
               10 GLH-ACCOUNT-HASH PIC 9(12).
               10 FILLER PIC X(6).
           05 GLJ-DETAIL-BODY REDEFINES GLJ-BODY.
               10 GLD-LINE-NO PIC 9(4).
               10 GLD-ENTRY-NO PIC 99.
               10 GLD-ACCOUNT PIC 9(6).
               10 GLD-DR-CR PIC X.
                   88 GLD-DEBIT VALUE "D".
                   88 GLD-CREDIT VALUE "C".
               10 GLD-AMOUNT PIC 9(9)V99.
               10 GLD-DESC PIC X(30).
               10 FILLER PIC X(17).
           05 GLJ-TRAILER-BODY REDEFINES GLJ-BODY.
               10 GLT-RECORD-COUNT PIC 9(6).
               10 GLT-DEBIT-TOTAL PIC 9(11)V99.
               10 GLT-CREDIT-TOTAL PIC 9(11)V99.
               10 GLT-ACCOUNT-HASH PIC 9(12).
               10 FILLER PIC X(27).
