      * SALESTAX - Sales tax ledger for the instrument business,
      * keyed by invoice number and entry sequence (80 bytes).
      * FAVINV writes entry 00 for each domestic invoice: the
      * ship-to jurisdiction, the instrument sale split into exempt
      * and taxable, and the tax charged. FAVRTRN writes entries 01
      * onward for returns credited against the invoice, each
      * carrying the credit's share of the invoice's sale, exempt,
      * taxable and tax amounts, and counts them on entry 00.
      * FAVTAX reads the month's entries for the sales tax
      * liability report.
       01  ST-SALES-TAX-REC.
           05  ST-KEY.
               10  ST-INVOICE-NO        PIC 9(08).
               10  ST-ENTRY-SEQ         PIC 9(02).
           05  ST-ENTRY-TYPE            PIC X(01).
               88  ST-SALE                      VALUE 'S'.
               88  ST-RETURN                    VALUE 'R'.
           05  ST-ENTRY-DATE            PIC 9(08).
           05  ST-ACCT-NO               PIC X(08).
           05  ST-JURISDICTION.
               10  ST-STATE             PIC X(02).
               10  ST-LOCALITY          PIC X(03).
           05  ST-SALE-AMOUNT           PIC 9(07)V99.
           05  ST-EXEMPT-AMOUNT         PIC 9(07)V99.
           05  ST-TAXABLE-AMOUNT        PIC 9(07)V99.
           05  ST-TAX-AMOUNT            PIC 9(07)V99.
           05  ST-RETURN-COUNT          PIC 9(02).
           05  FILLER                   PIC X(10).
