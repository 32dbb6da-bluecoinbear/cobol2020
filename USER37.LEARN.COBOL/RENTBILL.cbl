       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTBILL.
      * Monthly rental billing for the instrument rental program.
      * Every contract still on rent that has not yet been billed
      * for the billing month (the RUNPARM business date's month)
      * gets the month's rent posted to the receivable file as an
      * open item, numbered from the INVCTL control FAVINV and
      * FAVSTMT number from and flagged as a rental item so the
      * statement run can dun overdue renters on their own terms.
      * On a rent-to-own contract the equity share of the rent is
      * credited toward the buyout price; the month the equity
      * reaches the price, the contract converts to a sale - the
      * instrument is the customer's, the contract closes as
      * purchased and the sale goes on the sales history. Each
      * billing prints on the rental billing register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENTCTR ASSIGN TO RENTCTR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RC-CONTRACT-NO
             FILE STATUS IS RENTCTR-ST.
           SELECT ARFILE ASSIGN TO ARFILE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS AR-INVOICE-NO
             FILE STATUS IS ARFILE-ST.
           SELECT ACCTMSTR ASSIGN TO ACCTMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS AM-ACCT-NO
             FILE STATUS IS ACCTMSTR-ST.
           SELECT INVCTL ASSIGN TO INVCTL
             FILE STATUS IS INVCTL-ST.
           SELECT SALESHST ASSIGN TO SALESHST
             FILE STATUS IS SALESHST-ST.
           SELECT RENTREG ASSIGN TO RENTREG
             FILE STATUS IS RENTREG-ST.
           SELECT RUNPARM ASSIGN TO RUNPARM
             FILE STATUS IS RUNPARM-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  RENTCTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY RENTCTR.
       FD  ARFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AR-OPEN-ITEM-REC.
           05  AR-INVOICE-NO                PIC 9(08).
           05  AR-ACCT-NO                   PIC X(08).
           05  AR-CUSTOMER-NAME             PIC X(30).
           05  AR-INVOICE-AMOUNT            PIC 9(07)V99.
           05  AR-PAID-AMOUNT               PIC 9(07)V99.
           05  AR-INVOICE-DATE              PIC 9(08).
           05  AR-STATUS                    PIC X(01).
               88  AR-OPEN                          VALUE 'O'.
               88  AR-CLOSED                        VALUE 'C'.
           05  AR-ITEM-TYPE                 PIC X(01).
               88  AR-RENTAL-ITEM                   VALUE 'R'.
           05  FILLER                       PIC X(06).
       FD  ACCTMSTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTMSTR.
       FD  INVCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVCTL-REC.
       01  INVCTL-REC                       PIC 9(08).
       FD  SALESHST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SH-SALES-HIST-REC.
       COPY SALESHST.
       FD  RENTREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RENTREG-REC.
       01  RENTREG-REC                      PIC X(110).
       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.
       WORKING-STORAGE SECTION.
       01  RENTCTR-EOF                      PIC X(01) VALUE 'N'.
       01  RENTCTR-ST                       PIC X(02).
            88  RENTCTR-OK                           VALUE '00'.
            88  RENTCTR-MISSING                      VALUE '35'.
       01  ARFILE-ST                        PIC X(02).
            88  ARFILE-OK                            VALUE '00'.
            88  ARFILE-MISSING                       VALUE '35'.
       01  ACCTMSTR-ST                      PIC X(02).
            88  ACCTMSTR-FOUND                       VALUE '00'.
       01  INVCTL-ST                        PIC X(02).
            88  INVCTL-OK                            VALUE '00'.
       01  SALESHST-ST                      PIC X(02).
            88  SALESHST-OK                          VALUE '00'.
       01  RENTREG-ST                       PIC X(02).
            88  RENTREG-OK                           VALUE '00'.
       01  RUNPARM-ST                       PIC X(02).
            88  RUNPARM-OK                           VALUE '00'.
       77  LAST-INVOICE-NO-WS               PIC 9(08) VALUE ZERO.
       77  CONTRACTS-READ-WS                PIC 9(05) VALUE ZERO.
       77  CONTRACTS-BILLED-WS              PIC 9(05) VALUE ZERO.
       77  CONTRACTS-CONVERTED-WS           PIC 9(05) VALUE ZERO.
       77  RUN-BILLED-WS                    PIC 9(09)V99 VALUE ZERO.
       77  RUN-EQUITY-WS                    PIC 9(09)V99 VALUE ZERO.
       77  EQUITY-CREDIT-WS                 PIC 9(07)V99 VALUE ZERO.
       01  BUYOUT-SW                        PIC X(01) VALUE 'N'.
            88  BUYOUT-REACHED                       VALUE 'Y'.
       01  DATE-FIELDS-WS.
           05  CURR-DATE-WS                 PIC 9(08).
           05  CURR-DATE-WS-X REDEFINES CURR-DATE-WS.
               10  BILL-MONTH-WS            PIC 9(06).
               10  FILLER                   PIC X(02).
           05  LAST-BILL-DATE-WS            PIC 9(08).
           05  LAST-BILL-DATE-X REDEFINES LAST-BILL-DATE-WS.
               10  LAST-BILL-MONTH-WS       PIC 9(06).
               10  FILLER                   PIC X(02).
       01  REG-HEADING-LINE.
           05  FILLER                       PIC X(28)
                  VALUE 'RENTAL BILLING REGISTER     '.
           05  RH-DATE                      PIC 9(08).
       01  REG-DETAIL-LINE.
           05  FILLER                       PIC X(09)
                  VALUE 'CONTRACT '.
           05  RG-CONTRACT-NO               PIC X(08).
           05  FILLER                       PIC X(07)
                  VALUE '  ACCT '.
           05  RG-ACCT-NO                   PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  RG-INSTRUMENT-O              PIC X(06).
           05  FILLER                       PIC X(07)
                  VALUE '  RENT '.
           05  RG-RENT-O                    PIC $$,$$9.99.
           05  FILLER                       PIC X(09)
                  VALUE '  EQUITY '.
           05  RG-EQUITY-O                  PIC $$$,$$9.99.
           05  FILLER                       PIC X(06)
                  VALUE '  INV '.
           05  RG-INVOICE-NO                PIC 9(08).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  RG-NOTE-O                    PIC X(17).
       01  REG-TOTAL-LINE.
           05  FILLER                       PIC X(08)
                  VALUE 'BILLED: '.
           05  RT-BILLED-COUNT-O            PIC ZZ,ZZ9.
           05  FILLER                       PIC X(08)
                  VALUE '  RENT: '.
           05  RT-BILLED-O                  PIC $$,$$$,$$9.99.
           05  FILLER                       PIC X(10)
                  VALUE '  EQUITY: '.
           05  RT-EQUITY-O                  PIC $$,$$$,$$9.99.
           05  FILLER                       PIC X(13)
                  VALUE '  CONVERTED: '.
           05  RT-CONVERTED-O               PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-BILL-CONTRACTS UNTIL RENTCTR-EOF = 'Y'.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 580-SAVE-INVOICE-NUMBER.
           PERFORM 600-CLOSE-FILES.
           MOVE +0 TO RETURN-CODE.
           GOBACK.
       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 095-CHECK-RUN-PARAMETERS.
           OPEN I-O RENTCTR.
           IF RENTCTR-MISSING
               DISPLAY 'NO RENTAL CONTRACTS - NOTHING TO BILL'
               MOVE 'Y' TO RENTCTR-EOF.
           OPEN I-O ARFILE.
           IF ARFILE-MISSING
               OPEN OUTPUT ARFILE
               CLOSE ARFILE
               OPEN I-O ARFILE.
           OPEN INPUT ACCTMSTR.
           OPEN EXTEND SALESHST.
           IF NOT SALESHST-OK
               OPEN OUTPUT SALESHST.
           OPEN OUTPUT RENTREG.
           MOVE CURR-DATE-WS TO RH-DATE.
           WRITE RENTREG-REC FROM REG-HEADING-LINE.
           PERFORM 020-GET-LAST-INVOICE-NO.
           IF RENTCTR-EOF NOT = 'Y'
               MOVE LOW-VALUES TO RC-CONTRACT-NO
               START RENTCTR KEY IS NOT LESS THAN RC-CONTRACT-NO
                   INVALID KEY MOVE 'Y' TO RENTCTR-EOF
               END-START.
       020-GET-LAST-INVOICE-NO.
           OPEN INPUT INVCTL.
           IF INVCTL-OK
               READ INVCTL
                   AT END MOVE ZERO TO INVCTL-REC
               END-READ
               MOVE INVCTL-REC TO LAST-INVOICE-NO-WS
               CLOSE INVCTL
           ELSE
               DISPLAY 'NO INVOICE CONTROL - STARTING AT ONE'
               MOVE ZERO TO LAST-INVOICE-NO-WS
           END-IF.
       095-CHECK-RUN-PARAMETERS.
           OPEN INPUT RUNPARM
           IF RUNPARM-OK
               READ RUNPARM INTO RUNPARM-REC
                   AT END
                       MOVE SPACE TO RP-DATE-OVERRIDE-SW
               END-READ
               CLOSE RUNPARM
               IF RP-DATE-OVERRIDDEN
                   MOVE RP-BUSINESS-DATE TO CURR-DATE-WS
               END-IF
           ELSE
               DISPLAY 'NO RUNPARM FILE - USING SYSTEM DATE'.
       100-BILL-CONTRACTS.
           READ RENTCTR NEXT RECORD
               AT END MOVE 'Y' TO RENTCTR-EOF
           END-READ.
           IF RENTCTR-EOF NOT = 'Y'
               ADD 1 TO CONTRACTS-READ-WS
               IF RC-ON-RENT
                   PERFORM 200-BILL-ONE-CONTRACT THRU 200-BILL-EXIT.
      * A contract is billed once per calendar month, so a rerun of
      * the month bills nobody twice; a contract dated after the
      * billing date waits for its first month.
       200-BILL-ONE-CONTRACT.
           IF RC-START-DATE > CURR-DATE-WS
               GO TO 200-BILL-EXIT.
           MOVE RC-LAST-BILL-DATE TO LAST-BILL-DATE-WS.
           IF LAST-BILL-MONTH-WS NOT < BILL-MONTH-WS
               GO TO 200-BILL-EXIT.
           MOVE 'N' TO BUYOUT-SW.
           MOVE ZERO TO EQUITY-CREDIT-WS.
           IF RC-RENT-TO-OWN
               PERFORM 220-CREDIT-EQUITY.
           PERFORM 210-WRITE-RENT-ITEM.
           ADD 1 TO RC-MONTHS-BILLED.
           ADD RC-MONTHLY-RATE TO RC-TOTAL-BILLED.
           ADD EQUITY-CREDIT-WS TO RC-EQUITY-EARNED.
           MOVE CURR-DATE-WS TO RC-LAST-BILL-DATE.
           MOVE RC-MONTHLY-RATE TO RC-LAST-BILL-AMOUNT.
           MOVE SPACES TO RG-NOTE-O.
           IF BUYOUT-REACHED
               PERFORM 250-CONVERT-TO-SALE.
           REWRITE RC-CONTRACT-REC.
           MOVE RC-CONTRACT-NO TO RG-CONTRACT-NO.
           MOVE RC-ACCT-NO TO RG-ACCT-NO.
           MOVE RC-INSTRUMENT-TYPE TO RG-INSTRUMENT-O.
           MOVE RC-MONTHLY-RATE TO RG-RENT-O.
           MOVE RC-EQUITY-EARNED TO RG-EQUITY-O.
           MOVE AR-INVOICE-NO TO RG-INVOICE-NO.
           WRITE RENTREG-REC FROM REG-DETAIL-LINE.
           ADD 1 TO CONTRACTS-BILLED-WS.
           ADD RC-MONTHLY-RATE TO RUN-BILLED-WS.
           ADD EQUITY-CREDIT-WS TO RUN-EQUITY-WS.
       200-BILL-EXIT.
           EXIT.
       210-WRITE-RENT-ITEM.
           ADD 1 TO LAST-INVOICE-NO-WS.
           MOVE SPACES             TO AR-OPEN-ITEM-REC.
           MOVE LAST-INVOICE-NO-WS TO AR-INVOICE-NO.
           MOVE RC-ACCT-NO         TO AR-ACCT-NO, AM-ACCT-NO.
           READ ACCTMSTR.
           IF ACCTMSTR-FOUND
               MOVE AM-ACCT-NAME TO AR-CUSTOMER-NAME
           ELSE
               MOVE 'NAME NOT ON ACCOUNT MASTER' TO AR-CUSTOMER-NAME.
           MOVE RC-MONTHLY-RATE    TO AR-INVOICE-AMOUNT.
           MOVE ZERO               TO AR-PAID-AMOUNT.
           MOVE CURR-DATE-WS       TO AR-INVOICE-DATE.
           MOVE 'O'                TO AR-STATUS.
           MOVE 'R'                TO AR-ITEM-TYPE.
           WRITE AR-OPEN-ITEM-REC
               INVALID KEY
                   DISPLAY '*** DUPLICATE INVOICE NUMBER '
                       AR-INVOICE-NO
           END-WRITE.
      * The equity share of the month's rent, never more than the
      * buyout price still outstanding.
       220-CREDIT-EQUITY.
           COMPUTE EQUITY-CREDIT-WS ROUNDED =
               RC-MONTHLY-RATE * RC-EQUITY-PCT.
           IF RC-EQUITY-EARNED + EQUITY-CREDIT-WS
                   NOT < RC-BUYOUT-PRICE
               COMPUTE EQUITY-CREDIT-WS =
                   RC-BUYOUT-PRICE - RC-EQUITY-EARNED
               MOVE 'Y' TO BUYOUT-SW.
      * The instrument never comes back to stock: the contract
      * closes as purchased and the buyout price goes on the sales
      * history as a rent-to-own sale of the instrument.
       250-CONVERT-TO-SALE.
           MOVE 'P' TO RC-STATUS.
           MOVE CURR-DATE-WS TO RC-END-DATE.
           MOVE SPACES TO SH-SALES-HIST-REC.
           MOVE CURR-DATE-WS TO SH-SALE-DATE.
           MOVE RC-ACCT-NO TO SH-ACCT-NO.
           MOVE 'RENT-TO-OWN' TO SH-GENRE.
           MOVE RC-INSTRUMENT-TYPE TO SH-INSTRUMENT-TYPE.
           MOVE 1 TO SH-QUANTITY.
           MOVE RC-BUYOUT-PRICE TO SH-DOLLARS.
           MOVE ZERO TO SH-DISCOUNT-AMOUNT.
           WRITE SH-SALES-HIST-REC.
           MOVE 'CONVERTED TO SALE' TO RG-NOTE-O.
           ADD 1 TO CONTRACTS-CONVERTED-WS.
       580-SAVE-INVOICE-NUMBER.
           MOVE LAST-INVOICE-NO-WS TO INVCTL-REC.
           OPEN OUTPUT INVCTL.
           WRITE INVCTL-REC.
           CLOSE INVCTL.
       700-WRITE-TOTALS.
           MOVE CONTRACTS-BILLED-WS TO RT-BILLED-COUNT-O.
           MOVE RUN-BILLED-WS TO RT-BILLED-O.
           MOVE RUN-EQUITY-WS TO RT-EQUITY-O.
           MOVE CONTRACTS-CONVERTED-WS TO RT-CONVERTED-O.
           WRITE RENTREG-REC FROM REG-TOTAL-LINE.
       600-CLOSE-FILES.
           DISPLAY 'CONTRACTS READ:     ' CONTRACTS-READ-WS.
           DISPLAY 'CONTRACTS BILLED:   ' CONTRACTS-BILLED-WS.
           DISPLAY 'CONVERTED TO SALE:  ' CONTRACTS-CONVERTED-WS.
           IF NOT RENTCTR-MISSING
               CLOSE RENTCTR.
           CLOSE ARFILE, ACCTMSTR, SALESHST, RENTREG.
