      * RENTCTR - Instrument rental contract master, keyed by
      * contract number (100 bytes). One record per rental of one
      * instrument from the INVMSTR stock to an ACCTMSTR account:
      * the monthly rate, and on a rent-to-own contract the share
      * of each month's rent credited as equity toward the buyout
      * price. RENTMNT opens contracts and takes returns back into
      * stock, RENTBILL bills the rent into the receivables each
      * month and converts a contract whose equity reaches the
      * buyout price into a sale, and RENTFLT reports the fleet.
       01  RC-CONTRACT-REC.
           05  RC-CONTRACT-NO           PIC X(08).
           05  RC-ACCT-NO               PIC X(08).
           05  RC-INSTRUMENT-TYPE       PIC X(06).
           05  RC-QUALITY               PIC X(01).
           05  RC-START-DATE            PIC 9(08).
           05  RC-MONTHLY-RATE          PIC 9(05)V99.
           05  RC-RENT-TO-OWN-SW        PIC X(01).
               88  RC-RENT-TO-OWN               VALUE 'Y'.
           05  RC-EQUITY-PCT            PIC V999.
           05  RC-BUYOUT-PRICE          PIC 9(07)V99.
           05  RC-EQUITY-EARNED         PIC 9(07)V99.
           05  RC-MONTHS-BILLED         PIC 9(03).
           05  RC-TOTAL-BILLED          PIC 9(07)V99.
           05  RC-LAST-BILL-DATE        PIC 9(08).
           05  RC-LAST-BILL-AMOUNT      PIC 9(05)V99.
           05  RC-STATUS                PIC X(01).
               88  RC-ON-RENT                   VALUE 'A'.
               88  RC-RETURNED                  VALUE 'R'.
               88  RC-PURCHASED                 VALUE 'P'.
           05  RC-END-DATE              PIC 9(08).
           05  FILLER                   PIC X(04).
