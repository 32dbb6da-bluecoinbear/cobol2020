      * way the employee master is keyed (80 bytes). PAYROL3A banks
      * each check's gross and withholding here per quarter; QTRWAGE
      * builds the quarterly wage and tax filing from it and W2YEAR
      * the year-end extract and audited reset. The state and FICA
      * withholding are packed so the record stays 80 bytes: the
      * quarter's Social Security and Medicare withheld sit beside
      * the income-tax withholding, and the calendar-year gross and
      * FICA the wage-base caps and the W-2 need carry across the
      * quarter resets until W2YEAR's year-start reset zeroes them.
      * The quarter's gross is the whole of what the checks paid,
      * with the pre-tax health premium taken from it banked
      * beside it; the calendar-year gross is the wages after that
      * premium - the wages the payroll taxes are figured on.
       01  YTDBAL-REC.
           05  YTD-EMP-KEY              PIC X(20).
           05  YTD-QUARTER              PIC 9(01).
           05  YTD-GROSS-PAY            PIC 9(09)V99.
           05  YTD-CHECK-COUNT          PIC 9(05).
           05  YTD-FED-WH               PIC 9(09)V99.
           05  YTD-STATE-WH             PIC 9(09)V99 COMP-3.
           05  YTD-ANNUAL-GROSS         PIC 9(07)V99 COMP-3.
           05  YTD-SS-WH                PIC 9(05)V99 COMP-3.
           05  YTD-MED-WH               PIC 9(05)V99 COMP-3.
           05  YTD-ANNUAL-SS-WH         PIC 9(05)V99 COMP-3.
           05  YTD-ANNUAL-MED-WH        PIC 9(05)V99 COMP-3.
           05  YTD-HEALTH-PREM          PIC 9(05)V99 COMP-3.
           05  FILLER                   PIC X(01).
