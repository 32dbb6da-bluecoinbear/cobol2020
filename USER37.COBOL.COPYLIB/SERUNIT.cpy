      * SERUNIT - Serialized instrument unit history (120 bytes),
      * keyed by the maker's serial number. INVRCPT opens the unit
      * in stock at receipt with its supplier and cost; FAVINV
      * assigns it to the customer and invoice when the order
      * ships; WARRCLM posts warranty claims against it. The stock
      * key is an alternate index (duplicates allowed) so the
      * oldest unit in stock of a type and grade can be taken
      * first.
       01  SU-SERIAL-UNIT-REC.
           05  SU-SERIAL-NO             PIC X(15).
           05  SU-STOCK-KEY.
               10  SU-INSTRUMENT-TYPE   PIC X(06).
               10  SU-QUALITY           PIC X(01).
               10  SU-STATUS            PIC X(01).
                    88  SU-IN-STOCK              VALUE 'S'.
                    88  SU-SOLD                  VALUE 'O'.
                    88  SU-REPLACED              VALUE 'X'.
           05  SU-SUPPLIER-CODE         PIC X(10).
           05  SU-RECEIPT-DATE          PIC 9(08).
           05  SU-UNIT-COST             PIC 9(05)V99.
      * Sale - a warranty replacement inherits the original sale
      * date, so the replacement does not restart the warranty.
           05  SU-ACCT-NO               PIC X(08).
           05  SU-INVOICE-NO            PIC 9(08).
           05  SU-SALE-DATE             PIC 9(08).
      * Warranty claims posted against the unit.
           05  SU-CLAIM-COUNT           PIC 9(02).
           05  SU-LAST-CLAIM-DATE       PIC 9(08).
           05  SU-WARRANTY-COST         PIC 9(07)V99.
           05  SU-REPLACED-BY           PIC X(15).
           05  FILLER                   PIC X(14).
