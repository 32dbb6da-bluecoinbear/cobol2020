           05  SH-INSTRUMENT-TYPE       PIC X(06).
           05  SH-QUANTITY              PIC 9(02).
           05  SH-DOLLARS               PIC 9(07)V99.
      * How the sale was priced - catalog, the account's pricing
      * agreement or a promotion code - and the discount given off
      * the catalog price, for the promotion effectiveness report.
           05  SH-PRICE-SOURCE          PIC X(01).
                88  SH-LIST-PRICE                VALUE ' '.
                88  SH-AGREEMENT-PRICE           VALUE 'A'.
                88  SH-PROMOTION-PRICE           VALUE 'P'.
           05  SH-PROMO-CODE            PIC X(08).
           05  SH-DISCOUNT-AMOUNT       PIC 9(07)V99.
           05  FILLER                   PIC X(17).
