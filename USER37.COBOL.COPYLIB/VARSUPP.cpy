                    88 WS-GOVT-ONLY       VALUE '2'.
                    88 WS-COMMERCIAL-ONLY VALUE '3'.
               10  WS-SUPPLIER-ACT-DATE PIC X(08) VALUE SPACES.
      * W-9 taxpayer identification for the year-end 1099 run. A
      * supplier flagged N (goods vendors, corporations) is left off
      * the 1099s; space counts as reportable until the W-9 is in.
               10  WS-SUPPLIER-TAX-ID   PIC X(09) VALUE SPACES.
               10  WS-SUPPLIER-TIN-TYPE PIC X(01) VALUE SPACES.
                    88 WS-TIN-EIN         VALUE 'E'.
                    88 WS-TIN-SSN         VALUE 'S'.
               10  WS-SUPPLIER-1099-SW  PIC X(01) VALUE SPACES.
                    88 WS-1099-REPORTABLE VALUES 'Y', ' '.
                    88 WS-1099-EXEMPT     VALUE 'N'.
