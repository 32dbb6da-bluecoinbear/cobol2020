      * goes back on the instrument inventory master's on-hand, and
      * the return prints on the returns register under its reason
      * code - with a count per reason at the end so the owners can
      * see what keeps coming back. A return against a domestic
      * invoice takes its share of the invoice's sales tax off the
      * month's liability through an entry on the sales tax ledger.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             ACCESS MODE IS RANDOM
             RECORD KEY IS IV-KEY
             FILE STATUS IS INVMSTR-ST.
           SELECT SALESTAX ASSIGN TO SALESTAX
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS ST-KEY
             FILE STATUS IS SALESTAX-ST.
           SELECT RTRNREG ASSIGN TO RTRNREG
             FILE STATUS IS RTRNREG-ST.
       DATA DIVISION.
       FD  INVMSTR
           RECORD CONTAINS 40 CHARACTERS.
           COPY INVMSTR.
       FD  SALESTAX
           RECORD CONTAINS 80 CHARACTERS.
       COPY SALESTAX.
       FD  RTRNREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
            88  ARFILE-REC-FOUND                     VALUE '00'.
       01  INVMSTR-ST                       PIC X(02).
            88  INVMSTR-REC-FOUND                    VALUE '00'.
       01  SALESTAX-ST                      PIC X(02).
            88  SALESTAX-OK                          VALUE '00'.
            88  SALESTAX-REC-FOUND                   VALUE '00'.
            88  SALESTAX-MISSING                     VALUE '35'.
       01  RTRNREG-ST                       PIC X(02).
            88  RTRNREG-OK                           VALUE '00'.
       77  RMAS-READ-WS                     PIC 9(05) VALUE ZERO.
       77  RETURNS-APPLIED-WS               PIC 9(05) VALUE ZERO.
       77  RETURNS-REJECTED-WS              PIC 9(05) VALUE ZERO.
       77  TOT-CREDITED-WS                  PIC 9(09)V99 VALUE ZERO.
       77  TAX-RETURNS-WRITTEN-WS           PIC 9(05) VALUE ZERO.
      * The return's share of the credited invoice's sales tax
      * entry, in proportion to the credit against the invoice.
       01  RETURN-TAX-WS.
           05  RT-SALE-AMOUNT-WS            PIC 9(07)V99.
           05  RT-EXEMPT-AMOUNT-WS          PIC 9(07)V99.
           05  RT-TAXABLE-AMOUNT-WS         PIC 9(07)V99.
           05  RT-TAX-AMOUNT-WS             PIC 9(07)V99.
       01  REASON-FOUND-SW                  PIC X(01) VALUE 'N'.
            88  REASON-FOUND                         VALUE 'Y'.
       77  REASON-COUNT-WS                  PIC 9(02) VALUE ZERO.
           OPEN INPUT RMATRAN.
           OPEN I-O ARFILE.
           OPEN I-O INVMSTR.
           OPEN I-O SALESTAX.
           IF SALESTAX-MISSING
               OPEN OUTPUT SALESTAX
               CLOSE SALESTAX
               OPEN I-O SALESTAX.
           OPEN OUTPUT RTRNREG.
           MOVE CURR-DATE-WS TO RH-DATE.
           WRITE RTRNREG-REC FROM RTRN-HEADING-LINE.
               MOVE 'C' TO AR-STATUS.
           REWRITE AR-OPEN-ITEM-REC.
           PERFORM 300-RESTOCK-INSTRUMENT.
           PERFORM 320-RECORD-RETURN-TAX THRU 320-RETURN-TAX-EXIT.
           MOVE RM-INVOICE-NO TO RD-INVOICE-NO.
           MOVE AR-ACCT-NO TO RD-ACCT-NO.
           MOVE RM-INSTRUMENT-TYPE TO RD-INSTRUMENT-O.
           ELSE
               DISPLAY '*** RETURNED TYPE NOT ON INVENTORY - '
                   RM-INSTRUMENT-TYPE ' ' RM-QUALITY.
      * Invoices with no sales tax entry - international orders,
      * and anything invoiced before the ledger - have no tax to
      * give back.
       320-RECORD-RETURN-TAX.
           MOVE RM-INVOICE-NO TO ST-INVOICE-NO.
           MOVE ZERO TO ST-ENTRY-SEQ.
           READ SALESTAX.
           IF NOT SALESTAX-REC-FOUND
               GO TO 320-RETURN-TAX-EXIT.
           IF ST-RETURN-COUNT NOT < 99
               DISPLAY '*** SALES TAX RETURN ENTRIES FULL - '
                   RM-INVOICE-NO
               GO TO 320-RETURN-TAX-EXIT.
           COMPUTE RT-SALE-AMOUNT-WS ROUNDED =
               ST-SALE-AMOUNT * RM-CREDIT-AMOUNT / AR-INVOICE-AMOUNT.
           COMPUTE RT-EXEMPT-AMOUNT-WS ROUNDED =
               ST-EXEMPT-AMOUNT * RM-CREDIT-AMOUNT
               / AR-INVOICE-AMOUNT.
           COMPUTE RT-TAXABLE-AMOUNT-WS ROUNDED =
               ST-TAXABLE-AMOUNT * RM-CREDIT-AMOUNT
               / AR-INVOICE-AMOUNT.
           COMPUTE RT-TAX-AMOUNT-WS ROUNDED =
               ST-TAX-AMOUNT * RM-CREDIT-AMOUNT / AR-INVOICE-AMOUNT.
           ADD 1 TO ST-RETURN-COUNT.
           REWRITE ST-SALES-TAX-REC.
           MOVE ST-RETURN-COUNT TO ST-ENTRY-SEQ.
           MOVE 'R' TO ST-ENTRY-TYPE.
           MOVE CURR-DATE-WS TO ST-ENTRY-DATE.
           MOVE RT-SALE-AMOUNT-WS TO ST-SALE-AMOUNT.
           MOVE RT-EXEMPT-AMOUNT-WS TO ST-EXEMPT-AMOUNT.
           MOVE RT-TAXABLE-AMOUNT-WS TO ST-TAXABLE-AMOUNT.
           MOVE RT-TAX-AMOUNT-WS TO ST-TAX-AMOUNT.
           MOVE ZERO TO ST-RETURN-COUNT.
           WRITE ST-SALES-TAX-REC
               INVALID KEY
                   DISPLAY '*** DUPLICATE SALES TAX ENTRY '
                       ST-INVOICE-NO ' ' ST-ENTRY-SEQ
               NOT INVALID KEY
                   ADD 1 TO TAX-RETURNS-WRITTEN-WS
           END-WRITE.
       320-RETURN-TAX-EXIT.
           EXIT.
       350-TALLY-REASON.
           SET RSN-IDX TO 1.
           SEARCH REASON-ENTRY
       600-CLOSE-FILES.
           DISPLAY 'RMAS READ:        ' RMAS-READ-WS.
           DISPLAY 'RETURNS APPLIED:  ' RETURNS-APPLIED-WS.
           DISPLAY 'TAX RETURNS:      ' TAX-RETURNS-WRITTEN-WS.
           CLOSE RMATRAN, ARFILE, INVMSTR, SALESTAX, RTRNREG.
