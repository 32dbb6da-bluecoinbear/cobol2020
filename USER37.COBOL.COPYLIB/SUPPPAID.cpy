      * SUPPPAID - Supplier payment history extract (80 bytes).
      * APAGING appends one entry for every confirmed payable it
      * remits, carrying the amount actually sent (net of any
      * discount taken) and the date it went out. The year-end 1099
      * run (TAX1099) totals the tax year's entries by supplier TIN.
       01  SX-SUPP-PAID-REC.
           05  SX-SUPPLIER-CODE         PIC X(10).
           05  SX-INVOICE-NO            PIC X(10).
           05  SX-PO-NUMBER             PIC X(06).
           05  SX-PAID-DATE             PIC 9(08).
           05  SX-PAID-DATE-X REDEFINES SX-PAID-DATE.
               10  SX-PAID-YEAR         PIC 9(04).
               10  FILLER               PIC 9(04).
           05  SX-AMOUNT-PAID           PIC S9(9)V99.
           05  SX-DISCOUNT-TAKEN        PIC S9(7)V99.
           05  FILLER                   PIC X(26).
