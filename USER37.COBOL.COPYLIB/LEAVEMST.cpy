           05  LV-VAC-BALANCE           PIC S9(05)V99.
           05  LV-SICK-BALANCE          PIC S9(05)V99.
           05  LV-LAST-ACCRUAL-DATE     PIC 9(08).
      * Date FINALPAY paid out and zeroed the balances of a
      * terminated employee; zero while the record is open.
           05  LV-CLOSED-DATE           PIC 9(08).
           05  FILLER                   PIC X(30).
