      * items the confirmation file approves are written to the
      * supplier remittance file - addressed from the VARADDR remit
      * occurrence on the supplier master - and marked paid on the
      * rewritten payables file. Every remittance is also appended
      * to the supplier payment history the year-end 1099 run
      * totals from. The remittance carries the invoice gross and
      * the discount taken beside the amount paid, so APDISB can
      * show both on the remittance advice it sends with the check.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           SELECT APREMIT   ASSIGN TO APREMIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS APREMIT-ST.
           SELECT SUPPPAID  ASSIGN TO SUPPPAID
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SUPPPAID-ST.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER                            PIC X(60).

       FD  SUPPMSTR
           RECORD CONTAINS 269 CHARACTERS.
       01  SUPPMSTR-REC.
           COPY VARSUPP.
           COPY VARADDR.
       01  PAYPROP-REC                          PIC X(80).

       FD  APREMIT
           RECORD CONTAINS 160 CHARACTERS.
           COPY APREMIT.

       FD  SUPPPAID
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUPPPAID.

       WORKING-STORAGE SECTION.

               88 PAYPROP-OK                               VALUE '00'.
           05 APREMIT-ST                        PIC X(02).
               88 APREMIT-OK                               VALUE '00'.
           05 SUPPPAID-ST                       PIC X(02).
               88 SUPPPAID-OK                              VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 ITEMS-READ                        PIC 9(07)  VALUE ZERO.
                       OP-SUPPLIER-CODE
               GO TO 500-EXIT.
           SET WS-ADDR-IDX TO WS-ADDR-SCAN-IDX.
           MOVE SPACES                      TO RM-REMIT-REC.
           MOVE OP-SUPPLIER-CODE            TO RM-SUPPLIER-CODE.
           MOVE WS-SUPPLIER-NAME            TO RM-SUPPLIER-NAME.
           MOVE WS-ADDRESS-1 (WS-ADDR-IDX)  TO RM-ADDRESS-1.
           MOVE WS-ADDR-STATE (WS-ADDR-IDX) TO RM-STATE.
           MOVE WS-ZIP-CODE (WS-ADDR-IDX)   TO RM-ZIP-CODE.
           MOVE OP-INVOICE-NO               TO RM-INVOICE-NO.
           MOVE OP-PO-NUMBER                TO RM-PO-NUMBER.
           MOVE OP-INVOICE-DATE             TO RM-INVOICE-DATE.
           MOVE OP-AMOUNT                   TO RM-GROSS-AMOUNT.
      * Paying inside the discount window takes the discount off
      * the remittance; paying after it books the discount lost.
           IF OP-DISCOUNT-AMOUNT NOT NUMERIC
                   ADD OP-DISCOUNT-AMOUNT TO DISC-LOST-AMT-WS
               END-IF
           END-IF.
           COMPUTE RM-DISCOUNT-TAKEN = OP-AMOUNT - RM-AMOUNT.
           WRITE RM-REMIT-REC.
           MOVE SPACES TO SX-SUPP-PAID-REC.
           MOVE OP-SUPPLIER-CODE TO SX-SUPPLIER-CODE.
           MOVE OP-INVOICE-NO    TO SX-INVOICE-NO.
           MOVE OP-PO-NUMBER     TO SX-PO-NUMBER.
           MOVE CURR-DATE-WS     TO SX-PAID-DATE.
           MOVE RM-AMOUNT        TO SX-AMOUNT-PAID.
           COMPUTE SX-DISCOUNT-TAKEN = OP-AMOUNT - RM-AMOUNT.
           WRITE SX-SUPP-PAID-REC.
           ADD RM-AMOUNT TO RUN-CASH-PAID-WS.
           MOVE 'P' TO OP-STATUS.
           ADD +1 TO ITEMS-PAID.
           OPEN OUTPUT PAYPROP.
           OPEN OUTPUT GLEXTR.
           OPEN OUTPUT APREMIT.
           OPEN EXTEND SUPPPAID.
           IF NOT SUPPPAID-OK
               OPEN OUTPUT SUPPPAID.
           IF NOT SUPPPAID-OK
               MOVE "SUPPLIER PAYMENT HISTORY PROBLEM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE OPENPAY, OPENPAYO, SUPPMSTR,
                 APAGERPT, PAYPROP, APREMIT, GLEXTR, SUPPPAID.
       850-EXIT.
           EXIT.

           MOVE 'SUPPLIER PAYABLES PAID' TO GL-DESCRIPTION.
           MOVE RUN-CASH-PAID-WS TO GL-DEBIT.
           MOVE ZERO TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'APAGING ' TO GL-SOURCE.
           WRITE GLEXTR-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'SUPPLIER REMITTANCES' TO GL-DESCRIPTION.
           MOVE ZERO TO GL-DEBIT.
           MOVE RUN-CASH-PAID-WS TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'APAGING ' TO GL-SOURCE.
           WRITE GLEXTR-REC.
       770-EXIT.
