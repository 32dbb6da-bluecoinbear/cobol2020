      * DRUGMSTR - Pharmacy drug formulary master, keyed by NDC
      * (120 bytes). One entry per stocked drug with its cost and
      * the per-unit price a dispense is charged at, and the stock
      * on hand. DRUGMNT maintains it and posts stock receipts;
      * RXENTRY draws stock down as doses are dispensed and RXSTOCK
      * reports stock status against the reorder point.
       01  MD-DRUG-REC.
           05  MD-NDC                   PIC X(11).
           05  MD-DESCRIPTION           PIC X(30).
      * Dispensing unit - TAB, CAP, ML, VIAL and so on. Cost, price
      * and every quantity on the record are in this unit.
           05  MD-DOSE-UNIT             PIC X(06).
           05  MD-UNIT-COST             PIC 9(05)V99.
           05  MD-CHARGE-PRICE          PIC 9(05)V99.
           05  MD-ON-HAND               PIC 9(07).
           05  MD-REORDER-POINT         PIC 9(07).
           05  MD-REORDER-QTY           PIC 9(07).
           05  MD-STATUS                PIC X(01).
               88  MD-ACTIVE                    VALUE 'A'.
               88  MD-INACTIVE                  VALUE 'I'.
           05  MD-LAST-RECEIPT-DATE     PIC 9(08).
           05  MD-LAST-DISPENSE-DATE    PIC 9(08).
           05  FILLER                   PIC X(21).
