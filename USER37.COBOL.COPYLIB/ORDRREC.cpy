      * ORDRREC - Shared merchandise/RFP order record (100 bytes)
      * Used as the common hand-off layout between FAVRFP (which
      * produces accepted orders) and FAVRPT (which prices and prints
      * them), so the two programs can be chained in one job stream.
               10  ORD-ACCT-NO              PIC X(08).
               10  ORD-NAME                 PIC X(30).
               10  ORD-QUANTITY             PIC 9(02).
               10  ORD-GENRE                PIC X(06).
      * Domestic orders carry the ship-to jurisdiction and whether
      * the sale was taxed or exempt, for the sales tax ledger
      * FAVINV keeps. International orders leave them blank - the
      * tax amount on those is the destination zone's duty.
               10  ORD-SHIP-STATE           PIC X(02).
               10  ORD-SHIP-LOCALITY        PIC X(03).
               10  ORD-SALES-TAX-CODE       PIC X(01).
                    88  ORD-TAXABLE-SALE         VALUE 'T'.
                    88  ORD-EXEMPT-SALE          VALUE 'E'.
                    88  ORD-NO-SALES-TAX         VALUE ' '.
               10  ORD-COST-AMOUNT          PIC 9(05)V99.
               10  ORD-SHIPPING-AMOUNT      PIC 9(04)V99.
               10  ORD-TAX-AMOUNT           PIC 9(04)V99.
                    88  ORD-BAND-TOGETHER        VALUE 'Y'.
                    88  ORD-BAND-DISCONTINUED    VALUE 'N'.
      * Instrument ordered, carried through from the RFP detail so
      * the sales history can report the instrument mix, and its
      * quality grade so FAVINV can ship a serialized unit of it.
               10  ORD-INSTRUMENT-TYPE      PIC X(06).
               10  ORD-QUALITY              PIC X(01).
      * Discount FAVRFP took off the catalog price and where it came
      * from - the account's pricing agreement or the promotion code
      * quoted - so the invoice can show it and the sales history
      * can tie it to the sale. ORD-COST-AMOUNT is already net.
               10  ORD-DISCOUNT-AMOUNT      PIC 9(05)V99.
               10  ORD-PRICE-SOURCE         PIC X(01).
                    88  ORD-LIST-PRICE           VALUE ' '.
                    88  ORD-AGREEMENT-PRICE      VALUE 'A'.
                    88  ORD-PROMOTION-PRICE      VALUE 'P'.
               10  ORD-PROMO-CODE           PIC X(08).
               10  FILLER                   PIC X(04).
           05  ORD-HEADER-DATA REDEFINES ORD-DETAIL-DATA.
               10  ORD-EXPECTED-COUNT       PIC 9(05).
               10  FILLER                   PIC X(94).
           05  ORD-TRAILER-DATA REDEFINES ORD-DETAIL-DATA.
               10  ORD-ACTUAL-COUNT         PIC 9(05).
               10  FILLER                   PIC X(94).
