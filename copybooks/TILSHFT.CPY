      * TILSHFT.CPY
      * Record layout for the till shift master, keyed by the date
      * and time the shift was opened. CREDSELL writes the record
      * when an operator opens a shift - only one shift is open at
      * a time and every sale made during it carries its key and
      * operator on CREDLOG - and rewrites it at cash-up with the
      * paid credits sold, the price they were valued at, the cash
      * expected, the cash the operator counted and the over/short
      * between them (negative is short). TILLRPT reads it for the
      * monthly over/short by operator.
           05 SHF-KEY.
               10 SHF-OPEN-DATE PIC 9(8).
               10 SHF-OPEN-TIME PIC 9(6).
           05 SHF-OPERATOR-ID PIC X(8).
           05 SHF-STATUS PIC X.
               88 SHF-OPEN VALUE "O".
               88 SHF-CLOSED VALUE "C".
           05 SHF-CLOSE-DATE PIC 9(8).
           05 SHF-CLOSE-TIME PIC 9(6).
           05 SHF-SALES-COUNT PIC 9(5).
           05 SHF-CREDITS-SOLD PIC 9(6).
           05 SHF-UNIT-PRICE PIC 9(3)V99.
           05 SHF-EXPECTED PIC 9(7)V99.
           05 SHF-DECLARED PIC 9(7)V99.
           05 SHF-VARIANCE PIC S9(7)V99.
