      * WARCLAIM - Warranty claim history (100 bytes), one record
      * per claim decided by WARRCLM, authorized or denied. The
      * unit's type, grade and supplier ride on the claim so the
      * warranty cost report need not go back to the unit history.
       01  WC-WARRANTY-CLAIM-REC.
           05  WC-CLAIM-DATE            PIC 9(08).
           05  WC-SERIAL-NO             PIC X(15).
           05  WC-INSTRUMENT-TYPE       PIC X(06).
           05  WC-QUALITY               PIC X(01).
           05  WC-SUPPLIER-CODE         PIC X(10).
           05  WC-ACCT-NO               PIC X(08).
           05  WC-SALE-DATE             PIC 9(08).
           05  WC-DISPOSITION           PIC X(01).
                88  WC-REPAIR-AUTHORIZED         VALUE 'R'.
                88  WC-REPLACE-AUTHORIZED        VALUE 'P'.
                88  WC-CLAIM-DENIED              VALUE 'D'.
           05  WC-DEFECT-CODE           PIC X(04).
           05  WC-CLAIM-COST            PIC 9(07)V99.
           05  WC-REPLACEMENT-SERIAL    PIC X(15).
           05  FILLER                   PIC X(15).
