      * PRICEAGR - Customer pricing agreement (80 bytes), one row
      * per account and instrument type negotiated by sales with a
      * school district or dealer. Either a percent off the catalog
      * price or a fixed price that replaces the catalog price (the
      * quality grade's modifier still applies to it). A blank
      * instrument type covers every instrument the account buys;
      * a zero expiry date leaves the agreement open-ended. FAVRFP
      * loads the file at start of run.
       01  PA-PRICE-AGREEMENT-REC.
           05  PA-ACCT-NO               PIC X(08).
           05  PA-INSTRUMENT-TYPE       PIC X(06).
           05  PA-PRICE-TYPE            PIC X(01).
                88  PA-PERCENT-OFF               VALUE 'P'.
                88  PA-FIXED-PRICE               VALUE 'F'.
           05  PA-DISCOUNT-PCT          PIC V999.
           05  PA-FIXED-AMOUNT          PIC 9(05)V99.
           05  PA-EFFECTIVE-DATE        PIC 9(08).
           05  PA-EXPIRY-DATE           PIC 9(08).
           05  FILLER                   PIC X(39).
