      * INVCTL control file, printed as formatted invoices and
      * opened on the receivables file; cash receipts are applied
      * against the open items; and the aging report by account
      * shows who owes what in current/30/60/90 buckets. Each
      * domestic invoice also goes on the sales tax ledger under
      * its ship-to jurisdiction for the monthly tax filings.
      * Shipping an order takes the oldest serialized units in
      * stock of its type and grade, assigns them to the customer
      * and invoice on the unit history and prints their serial
      * numbers on the invoice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AR-INVOICE-NO
             FILE STATUS IS ARFILE-ST.
           SELECT SALESTAX ASSIGN TO SALESTAX
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ST-KEY
             FILE STATUS IS SALESTAX-ST.
           SELECT SERUNIT ASSIGN TO SERUNIT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SU-SERIAL-NO
             ALTERNATE RECORD KEY IS SU-STOCK-KEY WITH DUPLICATES
             FILE STATUS IS SERUNIT-ST.
           SELECT CASHTRAN ASSIGN TO CASHTRAN
             FILE STATUS IS CASHTRAN-ST.
           SELECT INVPRT ASSIGN TO INVPRT
       FD  ORDFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDFILE-REC.
       01  ORDFILE-REC                      PIC X(100).
       FD  INVCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
               88  AR-OPEN                          VALUE 'O'.
               88  AR-CLOSED                        VALUE 'C'.
           05  FILLER                       PIC X(07).
       FD  SALESTAX
           RECORD CONTAINS 80 CHARACTERS.
       COPY SALESTAX.
       FD  SERUNIT
           RECORD CONTAINS 120 CHARACTERS.
           COPY SERUNIT.
       FD  CASHTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
            88  ARFILE-OK                            VALUE '00'.
            88  ARFILE-REC-FOUND                     VALUE '00'.
            88  ARFILE-MISSING                       VALUE '35'.
       01  SALESTAX-ST                      PIC X(02).
            88  SALESTAX-OK                          VALUE '00'.
            88  SALESTAX-MISSING                     VALUE '35'.
       01  SERUNIT-ST                       PIC X(02).
            88  SERUNIT-OK                           VALUE '00'.
            88  SERUNIT-MISSING                      VALUE '35'.
       01  CASHTRAN-ST                      PIC X(02).
            88  CASHTRAN-OK                          VALUE '00'.
            88  CASHTRAN-MISSING                     VALUE '35'.
       COPY ORDRREC.
       77  LAST-INVOICE-NO-WS               PIC 9(08) VALUE ZERO.
       77  INVOICES-WRITTEN-WS              PIC 9(05) VALUE ZERO.
       77  TAX-ENTRIES-WRITTEN-WS           PIC 9(05) VALUE ZERO.
       77  UNITS-ASSIGNED-WS                PIC 9(05) VALUE ZERO.
       77  UNITS-UNSERIALIZED-WS            PIC 9(05) VALUE ZERO.
       77  RECEIPTS-APPLIED-WS              PIC 9(05) VALUE ZERO.
       77  RECEIPTS-REJECTED-WS             PIC 9(05) VALUE ZERO.
       77  INVOICE-TOTAL-WS                 PIC 9(07)V99 VALUE ZERO.
           05  IM-TAX-O                     PIC $$$9.99.
           05  FILLER                       PIC X(09) VALUE '  TOTAL: '.
           05  IM-TOTAL-O                   PIC $$$,$$9.99.
      * Printed above the amounts when the order was priced below
      * the catalog, so the customer sees what the agreement or the
      * promotion saved them.
       01  INV-DISCOUNT-LINE.
           05  FILLER                       PIC X(07) VALUE 'LIST:  '.
           05  ID-LIST-O                    PIC $$$,$$9.99.
           05  FILLER                       PIC X(12)
                  VALUE '  DISCOUNT: '.
           05  ID-DISCOUNT-O                PIC $$$,$$9.99.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  ID-SOURCE-O                  PIC X(18).
       01  INV-SERIAL-LINE.
           05  FILLER                       PIC X(07) VALUE SPACE.
           05  FILLER                       PIC X(11)
                  VALUE 'SERIAL NO: '.
           05  IS-SERIAL-NO                 PIC X(15).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  IS-INSTRUMENT-TYPE           PIC X(06).
           05  FILLER                       PIC X(01) VALUE '/'.
           05  IS-QUALITY                   PIC X(01).
       01  INV-BLANK-LINE                   PIC X(80) VALUE SPACE.
       01  AGE-HEADING-LINE.
           05  FILLER                       PIC X(30)
               OPEN OUTPUT ARFILE
               CLOSE ARFILE
               OPEN I-O ARFILE.
           OPEN I-O SALESTAX.
           IF SALESTAX-MISSING
               OPEN OUTPUT SALESTAX
               CLOSE SALESTAX
               OPEN I-O SALESTAX.
           OPEN I-O SERUNIT.
           IF SERUNIT-MISSING
               OPEN OUTPUT SERUNIT
               CLOSE SERUNIT
               OPEN I-O SERUNIT.
           OPEN OUTPUT INVPRT.
           OPEN OUTPUT ARAGERPT.
           PERFORM 020-GET-LAST-INVOICE-NO.
           MOVE ORD-ACCT-NO TO IA-ACCT-NO.
           MOVE ORD-NAME TO IA-NAME.
           WRITE INVPRT-REC FROM INV-ACCT-LINE.
           IF ORD-DISCOUNT-AMOUNT NUMERIC
               IF ORD-DISCOUNT-AMOUNT > ZERO
                   PERFORM 210-WRITE-DISCOUNT-LINE.
           MOVE ORD-COST-AMOUNT TO IM-COST-O.
           MOVE ORD-SHIPPING-AMOUNT TO IM-SHIP-O.
           MOVE ORD-TAX-AMOUNT TO IM-TAX-O.
           MOVE INVOICE-TOTAL-WS TO IM-TOTAL-O.
           WRITE INVPRT-REC FROM INV-AMOUNT-LINE.
           MOVE SPACES TO AR-OPEN-ITEM-REC.
           MOVE LAST-INVOICE-NO-WS TO AR-INVOICE-NO.
           MOVE ORD-ACCT-NO TO AR-ACCT-NO.
           MOVE ORD-NAME TO AR-CUSTOMER-NAME.
           END-WRITE.
           ADD 1 TO INVOICES-WRITTEN-WS.
           ADD INVOICE-TOTAL-WS TO RUN-INVOICED-WS.
           IF ORD-TAXABLE-SALE OR ORD-EXEMPT-SALE
               PERFORM 220-WRITE-SALES-TAX.
           PERFORM 230-ASSIGN-SERIAL-UNIT THRU 230-ASSIGN-EXIT
               ORD-QUANTITY TIMES.
       210-WRITE-DISCOUNT-LINE.
           COMPUTE ID-LIST-O = ORD-COST-AMOUNT + ORD-DISCOUNT-AMOUNT.
           MOVE ORD-DISCOUNT-AMOUNT TO ID-DISCOUNT-O.
           IF ORD-PROMOTION-PRICE
               MOVE SPACES TO ID-SOURCE-O
               STRING 'PROMOTION ' ORD-PROMO-CODE
                   DELIMITED BY SIZE INTO ID-SOURCE-O
           ELSE
               MOVE 'ACCOUNT AGREEMENT' TO ID-SOURCE-O.
           WRITE INVPRT-REC FROM INV-DISCOUNT-LINE.
      * The instrument sale is the tax base - shipping is not
      * taxed - and it is either all exempt or all taxable.
       220-WRITE-SALES-TAX.
           MOVE SPACES TO ST-SALES-TAX-REC.
           MOVE LAST-INVOICE-NO-WS TO ST-INVOICE-NO.
           MOVE ZERO TO ST-ENTRY-SEQ.
           MOVE 'S' TO ST-ENTRY-TYPE.
           MOVE CURR-DATE-WS TO ST-ENTRY-DATE.
           MOVE ORD-ACCT-NO TO ST-ACCT-NO.
           MOVE ORD-SHIP-STATE TO ST-STATE.
           MOVE ORD-SHIP-LOCALITY TO ST-LOCALITY.
           MOVE ORD-COST-AMOUNT TO ST-SALE-AMOUNT.
           IF ORD-EXEMPT-SALE
               MOVE ORD-COST-AMOUNT TO ST-EXEMPT-AMOUNT
               MOVE ZERO TO ST-TAXABLE-AMOUNT
           ELSE
               MOVE ZERO TO ST-EXEMPT-AMOUNT
               MOVE ORD-COST-AMOUNT TO ST-TAXABLE-AMOUNT.
           MOVE ORD-TAX-AMOUNT TO ST-TAX-AMOUNT.
           MOVE ZERO TO ST-RETURN-COUNT.
           WRITE ST-SALES-TAX-REC
               INVALID KEY
                   DISPLAY '*** DUPLICATE SALES TAX ENTRY '
                       ST-INVOICE-NO
               NOT INVALID KEY
                   ADD 1 TO TAX-ENTRIES-WRITTEN-WS
           END-WRITE.
      * The stock index holds a type and grade's units in stock in
      * the order they were received, so the first one found is the
      * oldest. Stock received before serial numbers were kept has
      * no unit to assign and ships unserialized.
       230-ASSIGN-SERIAL-UNIT.
           MOVE ORD-INSTRUMENT-TYPE TO SU-INSTRUMENT-TYPE.
           MOVE ORD-QUALITY TO SU-QUALITY.
           MOVE 'S' TO SU-STATUS.
           START SERUNIT KEY IS EQUAL TO SU-STOCK-KEY
               INVALID KEY
                   ADD 1 TO UNITS-UNSERIALIZED-WS
                   GO TO 230-ASSIGN-EXIT
           END-START.
           READ SERUNIT NEXT RECORD
               AT END
                   ADD 1 TO UNITS-UNSERIALIZED-WS
                   GO TO 230-ASSIGN-EXIT
           END-READ.
           IF SU-INSTRUMENT-TYPE NOT = ORD-INSTRUMENT-TYPE
               OR SU-QUALITY NOT = ORD-QUALITY
               OR NOT SU-IN-STOCK
               ADD 1 TO UNITS-UNSERIALIZED-WS
               GO TO 230-ASSIGN-EXIT.
           MOVE 'O' TO SU-STATUS.
           MOVE ORD-ACCT-NO TO SU-ACCT-NO.
           MOVE LAST-INVOICE-NO-WS TO SU-INVOICE-NO.
           MOVE CURR-DATE-WS TO SU-SALE-DATE.
           REWRITE SU-SERIAL-UNIT-REC
               INVALID KEY
                   DISPLAY '*** SERIAL UNIT NOT UPDATED - '
                       SU-SERIAL-NO
                   GO TO 230-ASSIGN-EXIT
           END-REWRITE.
           ADD 1 TO UNITS-ASSIGNED-WS.
           MOVE SU-SERIAL-NO TO IS-SERIAL-NO.
           MOVE SU-INSTRUMENT-TYPE TO IS-INSTRUMENT-TYPE.
           MOVE SU-QUALITY TO IS-QUALITY.
           WRITE INVPRT-REC FROM INV-SERIAL-LINE.
       230-ASSIGN-EXIT.
           EXIT.
       300-APPLY-RECEIPTS.
           OPEN INPUT CASHTRAN.
           IF CASHTRAN-MISSING
           MOVE 'INSTRUMENT INVOICES' TO GL-DESCRIPTION.
           MOVE RUN-INVOICED-WS TO GL-DEBIT.
           MOVE ZERO TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'FAVINV  ' TO GL-SOURCE.
           WRITE GLEXTR-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'INSTRUMENT SALES' TO GL-DESCRIPTION.
           MOVE ZERO TO GL-DEBIT.
           MOVE RUN-INVOICED-WS TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'FAVINV  ' TO GL-SOURCE.
           WRITE GLEXTR-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'CUSTOMER RECEIPTS' TO GL-DESCRIPTION.
           MOVE RUN-RECEIPTS-WS TO GL-DEBIT.
           MOVE ZERO TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'FAVINV  ' TO GL-SOURCE.
           WRITE GLEXTR-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'RECEIPTS APPLIED' TO GL-DESCRIPTION.
           MOVE ZERO TO GL-DEBIT.
           MOVE RUN-RECEIPTS-WS TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'FAVINV  ' TO GL-SOURCE.
           WRITE GLEXTR-REC.
           CLOSE GLEXTR.
           CLOSE INVCTL.
       600-CLOSE-FILES.
           DISPLAY 'INVOICES WRITTEN:  ' INVOICES-WRITTEN-WS.
           DISPLAY 'SALES TAX ENTRIES: ' TAX-ENTRIES-WRITTEN-WS.
           DISPLAY 'SERIALS ASSIGNED:  ' UNITS-ASSIGNED-WS.
           DISPLAY 'UNSERIALIZED UNITS:' UNITS-UNSERIALIZED-WS.
           DISPLAY 'RECEIPTS APPLIED:  ' RECEIPTS-APPLIED-WS.
           DISPLAY 'RECEIPTS REJECTED: ' RECEIPTS-REJECTED-WS.
           CLOSE ORDFILE, ARFILE, SALESTAX, SERUNIT, INVPRT,
                 ARAGERPT.
