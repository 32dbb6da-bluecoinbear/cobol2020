       FD  FAVIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FAVIN-REC.
       01  FAVIN-REC             PIC X(100).
       FD  FAVOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
               MOVE ORD-QUANTITY TO SH-QUANTITY
               COMPUTE SH-DOLLARS = ORD-COST-AMOUNT
                   + ORD-SHIPPING-AMOUNT + ORD-TAX-AMOUNT
               MOVE ORD-PRICE-SOURCE TO SH-PRICE-SOURCE
               MOVE ORD-PROMO-CODE TO SH-PROMO-CODE
               IF ORD-DISCOUNT-AMOUNT NUMERIC
                   MOVE ORD-DISCOUNT-AMOUNT TO SH-DISCOUNT-AMOUNT
               ELSE
                   MOVE ZERO TO SH-DISCOUNT-AMOUNT
               END-IF
               WRITE SH-SALES-HIST-REC
           END-IF.
       550-WRITE-REVIEW.
