       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APDISB.
      * Supplier payment issuance from the remittance file APAGING
      * writes. The remittances are sorted into supplier order and
      * each supplier is paid once for everything remitted to it:
      * one payment numbered off the AP check-number control, so
      * numbering carries on across runs. The remittance advice
      * lists every invoice paid with its gross, the early-payment
      * discount APAGING took from the supplier's terms, and the
      * net, and for a check the check face follows the advice. A
      * supplier with an active ACH enrollment on the terms file is
      * paid by one ACH credit instead, in a NACHA file wrapped the
      * way CLAIMPAY wraps the claims credits; a supplier still in
      * prenote gets its zero-dollar prenote entry and is paid by
      * check until the waiting period runs out. Every check goes
      * to the positive-pay file for the AP bank account in the
      * shared POSPAY convention, and every payment, check or ACH,
      * is kept on the AP payment master APRECON reconciles the
      * bank's paid-items file against. The register total is the
      * cash APAGING remitted, which it has already posted to the
      * ledger.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APREMIT   ASSIGN TO APREMIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS APREMIT-ST.
           SELECT SORTWK1   ASSIGN TO SORTWK1.
           SELECT SUPPTERM  ASSIGN TO SUPPTERM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TS-SUPPLIER-CODE
                  FILE STATUS IS SUPPTERM-STATUS.
           SELECT APPAYMST  ASSIGN TO APPAYMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS APY-PAYMENT-NO
                  FILE STATUS IS APPAYMST-STATUS.
           SELECT APCHKNBR  ASSIGN TO APCHKNBR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS APCHKNBR-ST.
           SELECT APPOSPAY  ASSIGN TO APPOSPAY
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS APPOSPAY-ST.
           SELECT APADVICE  ASSIGN TO APADVICE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS APADVICE-ST.
           SELECT APCHKREG  ASSIGN TO APCHKREG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS APCHKREG-ST.
           SELECT APACH     ASSIGN TO APACH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS APACH-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  APREMIT
           RECORD CONTAINS 160 CHARACTERS.
       01  APREMIT-IN-REC                       PIC X(160).

       SD  SORTWK1
           RECORD CONTAINS 160 CHARACTERS.
       01  SORTWK1-REC.
           05  SW-SUPPLIER-CODE         PIC X(10).
           05  FILLER                   PIC X(87).
           05  SW-INVOICE-NO            PIC X(10).
           05  FILLER                   PIC X(53).

      * Terms file, read for the supplier's ACH enrollment and
      * updated only to activate an enrollment whose prenote
      * waiting period has run out.
       FD  SUPPTERM
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUPPTERM.

       FD  APPAYMST
           RECORD CONTAINS 80 CHARACTERS.
           COPY APPAYMST.

       FD  APCHKNBR
           RECORD CONTAINS 8 CHARACTERS.
       01  APCHKNBR-REC                         PIC 9(08).

      * Positive-pay issue file for the AP bank account.
       FD  APPOSPAY
           RECORD CONTAINS 80 CHARACTERS.
           COPY POSPAY.

       FD  APADVICE
           RECORD CONTAINS 80 CHARACTERS.
       01  APADVICE-REC                         PIC X(80).

       FD  APCHKREG
           RECORD CONTAINS 110 CHARACTERS.
       01  APCHKREG-REC                         PIC X(110).

       FD  APACH
           RECORD CONTAINS 94 CHARACTERS.
       01  ACH-REC.
           05 ACH-RECORD-TYPE                   PIC X(01).
           05 ACH-TRANSACTION-CODE              PIC X(02).
           05 ACH-RECEIVING-DFI-ID              PIC X(08).
           05 ACH-CHECK-DIGIT                   PIC X(01).
           05 ACH-DFI-ACCOUNT-NBR               PIC X(17).
           05 ACH-AMOUNT                        PIC 9(10).
           05 ACH-INDIVIDUAL-ID                 PIC X(15).
           05 ACH-INDIVIDUAL-NAME               PIC X(22).
           05 ACH-DISCRETIONARY-DATA            PIC X(02).
           05 ACH-ADDENDA-IND                   PIC X(01).
           05 ACH-TRACE-NUMBER                  PIC X(15).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       01  RUNPARM-FILE-REC                     PIC X(20).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-SORTED-SW                    PIC X(01)  VALUE 'Y'.
               88 NO-MORE-SORTED                           VALUE 'N'.
           05 SUPPTERM-AVAILABLE-SW             PIC X(01)  VALUE 'N'.
               88 SUPPTERM-AVAILABLE                       VALUE 'Y'.
           05 PAY-METHOD-SW                     PIC X(01)  VALUE 'C'.
               88 PAY-SUPPLIER-BY-CHECK                    VALUE 'C'.
               88 PAY-SUPPLIER-BY-ACH                      VALUE 'E'.
           05 PRENOTE-MODE-SW                   PIC X(01)  VALUE 'N'.
               88 PRENOTE-MODE                             VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 APREMIT-ST                        PIC X(02).
               88 APREMIT-OK                               VALUE '00'.
           05 SUPPTERM-STATUS                   PIC X(02).
               88 SUPPTERM-FOUND                           VALUE '00'.
           05 APPAYMST-STATUS                   PIC X(02).
               88 APPAYMST-OK                              VALUE '00'.
               88 APPAYMST-MISSING                         VALUE '35'.
           05 APCHKNBR-ST                       PIC X(02).
               88 APCHKNBR-OK                              VALUE '00'.
               88 APCHKNBR-MISSING                         VALUE '35'.
           05 APPOSPAY-ST                       PIC X(02).
               88 APPOSPAY-OK                              VALUE '00'.
           05 APADVICE-ST                       PIC X(02).
               88 APADVICE-OK                              VALUE '00'.
           05 APCHKREG-ST                       PIC X(02).
               88 APCHKREG-OK                              VALUE '00'.
           05 APACH-ST                          PIC X(02).
               88 APACH-OK                                 VALUE '00'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 REMITS-READ                       PIC 9(07)  VALUE ZERO.
           05 CHECKS-ISSUED                     PIC 9(07)  VALUE ZERO.
           05 ACH-PAYMENTS                      PIC 9(07)  VALUE ZERO.
           05 ACH-PRENOTES                      PIC 9(07)  VALUE ZERO.
           05 PAYMENT-EXCEPTIONS                PIC 9(07)  VALUE ZERO.
           05 CHECK-AMOUNT-WS                   PIC 9(11)V99
                                                           VALUE ZERO.
           05 ACH-AMOUNT-WS                     PIC 9(11)V99
                                                           VALUE ZERO.
           05 DISCOUNT-TOTAL-WS                 PIC 9(09)V99
                                                           VALUE ZERO.
           05 POSPAY-COUNT-WS                   PIC 9(07)  VALUE ZERO.
           05 POSPAY-AMOUNT-WS                  PIC 9(11)V99
                                                           VALUE ZERO.
           05 LAST-PAYMENT-NO-WS                PIC 9(08)  VALUE ZERO.

      * The supplier being paid, summed over its remittances.
       01  SUPPLIER-PAYMENT-WS.
           05 HOLD-SUPPLIER-CODE-WS             PIC X(10).
           05 HOLD-SUPPLIER-NAME-WS             PIC X(15).
           05 SUPP-INVOICES-WS                  PIC 9(05).
           05 SUPP-GROSS-WS                     PIC S9(9)V99.
           05 SUPP-DISCOUNT-WS                  PIC S9(9)V99.
           05 SUPP-NET-WS                       PIC S9(9)V99.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).
           05 CURR-DATE-INT-WS                  PIC 9(09).
           05 PRENOTE-INT-WS                    PIC 9(09).
           05 PRENOTE-AGE-DAYS-WS               PIC S9(05).

           COPY RUNPARM.

      * The remittance being paid, returned from the sort.
           COPY APREMIT.

      * Calendar days a supplier's prenote waits at the bank before
      * the enrollment goes live - the same wait CLAIMPAY gives a
      * provider.
       77  PRENOTE-WAIT-DAYS-WS                 PIC 9(03)  VALUE 010.

      * Company/bank identity constants for the NACHA file wrapper.
       77  ACH-IMMED-DEST-WS                    PIC X(10)
                  VALUE ' 071000013'.
       77  ACH-IMMED-ORIGIN-WS                  PIC X(10)
                  VALUE '1234567890'.
       77  ACH-DEST-NAME-WS                     PIC X(23)
                  VALUE 'FIRST NATIONAL BANK'.
       77  ACH-ORIGIN-NAME-WS                   PIC X(23)
                  VALUE 'ACME HEALTH PLAN'.
       77  ACH-COMPANY-NAME-WS                  PIC X(16)
                  VALUE 'ACME PAYABLES'.
       77  ACH-COMPANY-ID-WS                    PIC X(10)
                  VALUE '1234567890'.
       77  ACH-ODFI-ID-WS                       PIC X(08)
                  VALUE '07100001'.
      * AP disbursement account the balanced offset debit posts to.
       77  ACH-OFFSET-ACCOUNT-WS                PIC X(17)
                  VALUE '000000077777777'.
       77  ACH-SEQ-WS                           PIC 9(07)  VALUE ZERO.
       77  ACH-ENTRY-COUNT-WS                   PIC 9(08)  VALUE ZERO.
       77  ACH-ENTRY-HASH-WS                    PIC 9(10)  VALUE ZERO.
       77  ACH-CREDIT-TOTAL-WS                  PIC 9(12)  VALUE ZERO.
       77  ACH-DEBIT-TOTAL-WS                   PIC 9(12)  VALUE ZERO.
       77  ACH-RECORD-COUNT-WS                  PIC 9(08)  VALUE ZERO.
       77  ACH-BLOCK-COUNT-WS                   PIC 9(06)  VALUE ZERO.
       77  ACH-PAD-REMAINDER-WS                 PIC 9(02)  VALUE ZERO.
       77  ACH-HASH-DIGITS-WS                   PIC 9(08)  VALUE ZERO.
       77  ACH-DATE-YYMMDD-WS                   PIC X(06)  VALUE SPACE.
       77  ACH-TIME-HHMM-WS                     PIC X(04)  VALUE SPACE.

       01  ACH-FILE-HEADER-WS.
           05 FILLER                            PIC X(01)  VALUE '1'.
           05 FILLER                            PIC X(02)  VALUE '01'.
           05 AFH-IMMED-DEST                    PIC X(10).
           05 AFH-IMMED-ORIGIN                  PIC X(10).
           05 AFH-FILE-DATE                     PIC X(06).
           05 AFH-FILE-TIME                     PIC X(04).
           05 FILLER                            PIC X(01)  VALUE 'A'.
           05 FILLER                            PIC X(03)  VALUE '094'.
           05 FILLER                            PIC X(02)  VALUE '10'.
           05 FILLER                            PIC X(01)  VALUE '1'.
           05 AFH-DEST-NAME                     PIC X(23).
           05 AFH-ORIGIN-NAME                   PIC X(23).
           05 FILLER                            PIC X(08)  VALUE SPACE.

      * Corporate credits to suppliers (CCD).
       01  ACH-BATCH-HEADER-WS.
           05 FILLER                            PIC X(01)  VALUE '5'.
           05 FILLER                            PIC X(03)  VALUE '200'.
           05 ABH-COMPANY-NAME                  PIC X(16).
           05 FILLER                            PIC X(20)  VALUE SPACE.
           05 ABH-COMPANY-ID                    PIC X(10).
           05 FILLER                            PIC X(03)  VALUE 'CCD'.
           05 FILLER                            PIC X(10)
                  VALUE 'VENDOR PMT'.
           05 ABH-DESCR-DATE                    PIC X(06).
           05 ABH-EFFECTIVE-DATE                PIC X(06).
           05 FILLER                            PIC X(03)  VALUE SPACE.
           05 FILLER                            PIC X(01)  VALUE '1'.
           05 ABH-ODFI-ID                       PIC X(08).
           05 FILLER                            PIC X(07)
                  VALUE '0000001'.

       01  ACH-BATCH-CONTROL-WS.
           05 FILLER                            PIC X(01)  VALUE '8'.
           05 FILLER                            PIC X(03)  VALUE '200'.
           05 ABC-ENTRY-COUNT                   PIC 9(06).
           05 ABC-ENTRY-HASH                    PIC 9(10).
           05 ABC-DEBIT-TOTAL                   PIC 9(12).
           05 ABC-CREDIT-TOTAL                  PIC 9(12).
           05 ABC-COMPANY-ID                    PIC X(10).
           05 FILLER                            PIC X(25)  VALUE SPACE.
           05 ABC-ODFI-ID                       PIC X(08).
           05 FILLER                            PIC X(07)
                  VALUE '0000001'.

       01  ACH-FILE-CONTROL-WS.
           05 FILLER                            PIC X(01)  VALUE '9'.
           05 AFC-BATCH-COUNT                   PIC 9(06).
           05 AFC-BLOCK-COUNT                   PIC 9(06).
           05 AFC-ENTRY-COUNT                   PIC 9(08).
           05 AFC-ENTRY-HASH                    PIC 9(10).
           05 AFC-DEBIT-TOTAL                   PIC 9(12).
           05 AFC-CREDIT-TOTAL                  PIC 9(12).
           05 FILLER                            PIC X(39)  VALUE SPACE.

       01  ACH-PAD-LINE-WS                      PIC X(94)
                  VALUE ALL '9'.

      * Remittance advice: the supplier's remit-to block, one line
      * per invoice paid, and the payment that settles them.
       01  ADV-HEADING-LINE.
           05 FILLER                            PIC X(30)
                  VALUE 'REMITTANCE ADVICE             '.
           05 FILLER                            PIC X(06)
                  VALUE 'DATE  '.
           05 ADV-DATE                          PIC XXXX/XX/XX.

       01  ADV-SUPPLIER-LINE.
           05 ADV-SUPPLIER-NAME                 PIC X(15).
           05 FILLER                            PIC X(03)  VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'SUPPLIER  '.
           05 ADV-SUPPLIER-CODE                 PIC X(10).

       01  ADV-ADDR-LINE.
           05 ADV-ADDR-TEXT                     PIC X(45).

       01  ADV-COLUMN-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'INVOICE'.
           05 FILLER                            PIC X(08)
                  VALUE 'PO'.
           05 FILLER                            PIC X(12)
                  VALUE 'INV DATE'.
           05 FILLER                            PIC X(16)
                  VALUE '           GROSS'.
           05 FILLER                            PIC X(16)
                  VALUE '        DISCOUNT'.
           05 FILLER                            PIC X(16)
                  VALUE '             NET'.

       01  ADV-DETAIL-LINE.
           05 ADV-INVOICE-NO                    PIC X(10).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 ADV-PO-NUMBER                     PIC X(06).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 ADV-INVOICE-DATE                  PIC XXXX/XX/XX.
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 ADV-GROSS-O                       PIC $$$,$$$,$$9.99-.
           05 FILLER                            PIC X(01)  VALUE SPACE.
           05 ADV-DISCOUNT-O                    PIC $$$,$$$,$$9.99-.
           05 FILLER                            PIC X(01)  VALUE SPACE.
           05 ADV-NET-O                         PIC $$$,$$$,$$9.99-.

       01  ADV-TOTAL-LINE.
           05 ADV-PAID-BY                       PIC X(14).
           05 ADV-PAYMENT-NO                    PIC 9(08).
           05 FILLER                            PIC X(08)  VALUE SPACES.
           05 ADV-TOTAL-GROSS-O                 PIC $$$,$$$,$$9.99-.
           05 FILLER                            PIC X(01)  VALUE SPACE.
           05 ADV-TOTAL-DISCOUNT-O              PIC $$$,$$$,$$9.99-.
           05 FILLER                            PIC X(01)  VALUE SPACE.
           05 ADV-TOTAL-NET-O                   PIC $$$,$$$,$$9.99-.

       01  ADV-NOT-PAID-LINE.
           05 FILLER                            PIC X(45)
                  VALUE 'NO PAYMENT ISSUED - NET AMOUNT NOT POSITIVE'.

      * The check face printed under the advice of a check payment.
       01  CHK-LINE-1.
           05 FILLER                            PIC X(15)
                  VALUE 'SUPPLIER CHECK'.
           05 FILLER                            PIC X(06)
                  VALUE 'CHECK '.
           05 CHK-CHECK-NO                      PIC 9(08).
           05 FILLER                            PIC X(07)
                  VALUE '  DATE '.
           05 CHK-DATE                          PIC XXXX/XX/XX.

       01  CHK-LINE-2.
           05 FILLER                            PIC X(20)
                  VALUE 'PAY TO THE ORDER OF '.
           05 CHK-PAYEE                         PIC X(15).

       01  CHK-LINE-3.
           05 FILLER                            PIC X(08)
                  VALUE 'AMOUNT  '.
           05 CHK-AMOUNT                        PIC $$,$$$,$$$,$$9.99.

       01  BLANK-LINE                           PIC X(80)  VALUE SPACES.

       01  REG-HEADING-LINE.
           05 FILLER                            PIC X(30)
                  VALUE 'SUPPLIER PAYMENT REGISTER     '.
           05 RH-DATE                           PIC 9(08).

       01  REG-COLUMN-LINE.
           05 FILLER                            PIC X(10)
                  VALUE 'PAYMENT'.
           05 FILLER                            PIC X(07)
                  VALUE 'METHOD'.
           05 FILLER                            PIC X(12)
                  VALUE 'SUPPLIER'.
           05 FILLER                            PIC X(16)
                  VALUE 'NAME'.
           05 FILLER                            PIC X(06)
                  VALUE 'INVS'.
           05 FILLER                            PIC X(16)
                  VALUE '           GROSS'.
           05 FILLER                            PIC X(16)
                  VALUE '        DISCOUNT'.
           05 FILLER                            PIC X(16)
                  VALUE '          AMOUNT'.

       01  REG-DETAIL-LINE.
           05 RD-PAYMENT-NO                     PIC 9(08).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 RD-METHOD                         PIC X(05).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 RD-SUPPLIER-CODE                  PIC X(10).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 RD-SUPPLIER-NAME                  PIC X(15).
           05 FILLER                            PIC X(01)  VALUE SPACE.
           05 RD-INVOICES-O                     PIC ZZZZ9.
           05 FILLER                            PIC X(01)  VALUE SPACE.
           05 RD-GROSS-O                        PIC $$$,$$$,$$9.99-.
           05 FILLER                            PIC X(01)  VALUE SPACE.
           05 RD-DISCOUNT-O                     PIC $$$,$$$,$$9.99-.
           05 FILLER                            PIC X(01)  VALUE SPACE.
           05 RD-AMOUNT-O                       PIC $$$,$$$,$$9.99-.
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 RD-STATUS-O                       PIC X(10).

       01  REG-CHECK-TOTAL-LINE.
           05 FILLER                            PIC X(16)
                  VALUE 'CHECKS ISSUED:  '.
           05 RT-CHECKS-O                       PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(09)
                  VALUE '  TOTAL: '.
           05 RT-CHECK-AMT-O                    PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                            PIC X(13)
                  VALUE '  DISCOUNTS: '.
           05 RT-DISCOUNT-O                     PIC $$$,$$$,$$9.99.

       01  REG-ACH-TOTAL-LINE.
           05 FILLER                            PIC X(16)
                  VALUE 'ACH PAYMENTS:   '.
           05 RT-ACH-O                          PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(09)
                  VALUE '  TOTAL: '.
           05 RT-ACH-AMT-O                      PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                            PIC X(12)
                  VALUE '  PRENOTES: '.
           05 RT-PRENOTES-O                     PIC ZZZ,ZZ9.

       01  REG-POSPAY-LINE.
           05 FILLER                            PIC X(16)
                  VALUE 'POSITIVE PAY:   '.
           05 RT-POSPAY-O                       PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(09)
                  VALUE '  TOTAL: '.
           05 RT-POSPAY-AMT-O                   PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                            PIC X(14)
                  VALUE '  EXCEPTIONS: '.
           05 RT-EXCEPTIONS-O                   PIC ZZZ,ZZ9.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           SORT SORTWK1
               ON ASCENDING KEY SW-SUPPLIER-CODE
                                SW-INVOICE-NO
               USING APREMIT
               OUTPUT PROCEDURE IS 200-ISSUE-PAYMENTS THRU 200-EXIT.
           PERFORM 700-WRITE-REGISTER-TOTALS THRU 700-EXIT.
           PERFORM 740-WRITE-POSPAY-TRAILER THRU 740-EXIT.
           PERFORM 785-WRITE-ACH-TRAILERS THRU 785-EXIT.
           PERFORM 790-SAVE-PAYMENT-NUMBER THRU 790-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF PAYMENT-EXCEPTIONS > ZERO
               MOVE +4 TO RETURN-CODE
           ELSE
               MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS.
           MOVE FUNCTION INTEGER-OF-DATE (CURR-DATE-WS)
                                        TO CURR-DATE-INT-WS.
      * Prove the remittance file is there before the SORT takes
      * it - a missing APREMIT DD should be this program's own
      * abend, not a sort failure.
           OPEN INPUT APREMIT.
           IF NOT APREMIT-OK
               MOVE "REMITTANCE FILE OPEN FAILED" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           CLOSE APREMIT.
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 120-GET-LAST-PAYMENT-NUMBER THRU 120-EXIT.
           MOVE CURR-DATE-WS TO RH-DATE.
           WRITE APCHKREG-REC FROM REG-HEADING-LINE.
           WRITE APCHKREG-REC FROM REG-COLUMN-LINE.
           MOVE SPACES TO PP-POSPAY-REC.
           MOVE '0' TO PP-RECORD-TYPE.
           MOVE CURR-DATE-WS TO PP-ISSUE-DATE.
           WRITE PP-POSPAY-REC.
           PERFORM 776-WRITE-ACH-FILE-HEADER THRU 776-EXIT.

       050-CHECK-RUN-PARAMETERS.
           OPEN INPUT RUNPARM
           IF RUNPARM-OK
               READ RUNPARM INTO RUNPARM-REC
                   AT END MOVE SPACE TO RP-DATE-OVERRIDE-SW
               END-READ
               CLOSE RUNPARM
               IF RP-DATE-OVERRIDDEN
                   MOVE RP-BUSINESS-DATE TO CURR-DATE-WS
               END-IF
           ELSE
               DISPLAY "NO RUNPARM FILE - USING SYSTEM DATE".

      * The control file carries the last payment number the prior
      * run used. No control file means a brand-new AP check stock
      * starting at number one.
       120-GET-LAST-PAYMENT-NUMBER.
           MOVE "120-GET-LAST-PAYMENT-NUMBER" TO PARA-NAME.
           OPEN INPUT APCHKNBR.
           IF APCHKNBR-MISSING
               DISPLAY "NO AP CHECK NUMBER CONTROL - STARTING AT ONE"
               MOVE ZERO TO LAST-PAYMENT-NO-WS
               GO TO 120-EXIT.
           IF NOT APCHKNBR-OK
               MOVE "AP CHECK NUMBER CONTROL PROBLEM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           READ APCHKNBR
               AT END MOVE ZERO TO APCHKNBR-REC
           END-READ.
           MOVE APCHKNBR-REC TO LAST-PAYMENT-NO-WS.
           CLOSE APCHKNBR.
       120-EXIT.
           EXIT.

       200-ISSUE-PAYMENTS.
           MOVE "200-ISSUE-PAYMENTS" TO PARA-NAME.
           PERFORM 220-RETURN-REMIT THRU 220-EXIT.
           PERFORM 300-PAY-ONE-SUPPLIER THRU 300-EXIT
               UNTIL NO-MORE-SORTED.
       200-EXIT.
           EXIT.

       220-RETURN-REMIT.
           RETURN SORTWK1 INTO RM-REMIT-REC
               AT END MOVE "N" TO MORE-SORTED-SW
               GO TO 220-EXIT
           END-RETURN.
           ADD +1 TO REMITS-READ.
       220-EXIT.
           EXIT.

      * Everything remitted to one supplier is settled by the one
      * payment: the advice lists the invoices as they come off the
      * sort, and the payment is issued once the supplier changes.
       300-PAY-ONE-SUPPLIER.
           MOVE "300-PAY-ONE-SUPPLIER" TO PARA-NAME.
           PERFORM 320-START-SUPPLIER THRU 320-EXIT.
           PERFORM 340-LIST-ONE-INVOICE THRU 340-EXIT
               UNTIL NO-MORE-SORTED
                  OR RM-SUPPLIER-CODE NOT = HOLD-SUPPLIER-CODE-WS.
           PERFORM 400-ISSUE-PAYMENT THRU 400-EXIT.
       300-EXIT.
           EXIT.

       320-START-SUPPLIER.
           MOVE RM-SUPPLIER-CODE TO HOLD-SUPPLIER-CODE-WS.
           MOVE RM-SUPPLIER-NAME TO HOLD-SUPPLIER-NAME-WS.
           MOVE ZERO TO SUPP-INVOICES-WS, SUPP-GROSS-WS,
                        SUPP-DISCOUNT-WS, SUPP-NET-WS.
           PERFORM 330-CHECK-SUPPLIER-ACH THRU 330-EXIT.
           MOVE CURR-DATE-WS TO ADV-DATE.
           WRITE APADVICE-REC FROM BLANK-LINE.
           WRITE APADVICE-REC FROM ADV-HEADING-LINE.
           MOVE RM-SUPPLIER-NAME TO ADV-SUPPLIER-NAME.
           MOVE RM-SUPPLIER-CODE TO ADV-SUPPLIER-CODE.
           WRITE APADVICE-REC FROM ADV-SUPPLIER-LINE.
           MOVE RM-ADDRESS-1 TO ADV-ADDR-TEXT.
           WRITE APADVICE-REC FROM ADV-ADDR-LINE.
           IF RM-ADDRESS-2 NOT = SPACES
               MOVE RM-ADDRESS-2 TO ADV-ADDR-TEXT
               WRITE APADVICE-REC FROM ADV-ADDR-LINE.
           IF RM-ADDRESS-3 NOT = SPACES
               MOVE RM-ADDRESS-3 TO ADV-ADDR-TEXT
               WRITE APADVICE-REC FROM ADV-ADDR-LINE.
           MOVE SPACES TO ADV-ADDR-TEXT.
           STRING RM-CITY     DELIMITED BY '  '
                  ', '        DELIMITED BY SIZE
                  RM-STATE    DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  RM-ZIP-CODE DELIMITED BY SIZE
               INTO ADV-ADDR-TEXT
           END-STRING.
           WRITE APADVICE-REC FROM ADV-ADDR-LINE.
           WRITE APADVICE-REC FROM BLANK-LINE.
           WRITE APADVICE-REC FROM ADV-COLUMN-LINE.
       320-EXIT.
           EXIT.

      * Decides whether the supplier is paid by ACH. An active
      * enrollment pays by ACH; a prenote past its waiting period
      * is activated and pays by ACH; a prenote still waiting sends
      * its zero-dollar entry and the supplier is paid by check.
       330-CHECK-SUPPLIER-ACH.
           MOVE 'C' TO PAY-METHOD-SW.
           IF NOT SUPPTERM-AVAILABLE
               GO TO 330-EXIT.
           MOVE RM-SUPPLIER-CODE TO TS-SUPPLIER-CODE.
           READ SUPPTERM.
           IF NOT SUPPTERM-FOUND
               GO TO 330-EXIT.
           IF TS-ACH-PRENOTE
               PERFORM 335-CHECK-PRENOTE-WAIT THRU 335-EXIT.
           IF TS-ACH-ACTIVE
               MOVE 'E' TO PAY-METHOD-SW.
       330-EXIT.
           EXIT.

       335-CHECK-PRENOTE-WAIT.
           MOVE FUNCTION INTEGER-OF-DATE (TS-ACH-PRENOTE-DATE)
                                        TO PRENOTE-INT-WS.
           COMPUTE PRENOTE-AGE-DAYS-WS =
               CURR-DATE-INT-WS - PRENOTE-INT-WS.
           IF PRENOTE-AGE-DAYS-WS NOT < PRENOTE-WAIT-DAYS-WS
               MOVE 'A' TO TS-ACH-STATUS
               REWRITE TS-TERMS-REC
               GO TO 335-EXIT.
           MOVE 'Y' TO PRENOTE-MODE-SW.
           MOVE ZERO TO ACH-AMOUNT.
           PERFORM 780-WRITE-ACH-ENTRY THRU 780-EXIT.
           MOVE 'N' TO PRENOTE-MODE-SW.
           ADD +1 TO ACH-PRENOTES.
       335-EXIT.
           EXIT.

       340-LIST-ONE-INVOICE.
           MOVE RM-INVOICE-NO     TO ADV-INVOICE-NO.
           MOVE RM-PO-NUMBER      TO ADV-PO-NUMBER.
           MOVE RM-INVOICE-DATE   TO ADV-INVOICE-DATE.
           MOVE RM-GROSS-AMOUNT   TO ADV-GROSS-O.
           MOVE RM-DISCOUNT-TAKEN TO ADV-DISCOUNT-O.
           MOVE RM-AMOUNT         TO ADV-NET-O.
           WRITE APADVICE-REC FROM ADV-DETAIL-LINE.
           ADD +1                TO SUPP-INVOICES-WS.
           ADD RM-GROSS-AMOUNT   TO SUPP-GROSS-WS.
           ADD RM-DISCOUNT-TAKEN TO SUPP-DISCOUNT-WS.
           ADD RM-AMOUNT         TO SUPP-NET-WS.
           PERFORM 220-RETURN-REMIT THRU 220-EXIT.
       340-EXIT.
           EXIT.

      * One payment for the supplier's net, on the next number. A
      * supplier whose credits wipe out its invoices is not paid
      * and goes on the register as an exception.
       400-ISSUE-PAYMENT.
           MOVE "400-ISSUE-PAYMENT" TO PARA-NAME.
           MOVE HOLD-SUPPLIER-CODE-WS TO RD-SUPPLIER-CODE.
           MOVE HOLD-SUPPLIER-NAME-WS TO RD-SUPPLIER-NAME.
           MOVE SUPP-INVOICES-WS      TO RD-INVOICES-O.
           MOVE SUPP-GROSS-WS         TO RD-GROSS-O.
           MOVE SUPP-DISCOUNT-WS      TO RD-DISCOUNT-O.
           MOVE SUPP-NET-WS           TO RD-AMOUNT-O.
           IF SUPP-NET-WS NOT > ZERO
               WRITE APADVICE-REC FROM ADV-NOT-PAID-LINE
               MOVE ZERO TO RD-PAYMENT-NO
               MOVE SPACES TO RD-METHOD
               MOVE 'NOT PAID' TO RD-STATUS-O
               WRITE APCHKREG-REC FROM REG-DETAIL-LINE
               ADD +1 TO PAYMENT-EXCEPTIONS
               GO TO 400-EXIT.
           ADD +1 TO LAST-PAYMENT-NO-WS.
           MOVE SPACES                TO APY-PAYMENT-REC.
           MOVE LAST-PAYMENT-NO-WS    TO APY-PAYMENT-NO.
           MOVE HOLD-SUPPLIER-CODE-WS TO APY-SUPPLIER-CODE.
           MOVE HOLD-SUPPLIER-NAME-WS TO APY-PAYEE-NAME.
           MOVE SUPP-NET-WS           TO APY-AMOUNT.
           MOVE CURR-DATE-WS          TO APY-ISSUE-DATE.
           MOVE 'I'                   TO APY-STATUS.
           MOVE PAY-METHOD-SW         TO APY-PAYMENT-METHOD.
           MOVE ZERO                  TO APY-CLEARED-DATE.
           MOVE SUPP-INVOICES-WS      TO APY-INVOICE-COUNT.
           MOVE SUPP-DISCOUNT-WS      TO APY-DISCOUNT-TAKEN.
           WRITE APY-PAYMENT-REC
               INVALID KEY
                   DISPLAY "*** DUPLICATE PAYMENT NUMBER "
                           APY-PAYMENT-NO " - "
                           HOLD-SUPPLIER-CODE-WS " NOT PAID"
                   WRITE APADVICE-REC FROM ADV-NOT-PAID-LINE
                   MOVE APY-PAYMENT-NO TO RD-PAYMENT-NO
                   MOVE SPACES TO RD-METHOD
                   MOVE 'DUPLICATE' TO RD-STATUS-O
                   WRITE APCHKREG-REC FROM REG-DETAIL-LINE
                   ADD +1 TO PAYMENT-EXCEPTIONS
                   GO TO 400-EXIT
           END-WRITE.
           MOVE APY-PAYMENT-NO   TO ADV-PAYMENT-NO, RD-PAYMENT-NO.
           MOVE SUPP-GROSS-WS    TO ADV-TOTAL-GROSS-O.
           MOVE SUPP-DISCOUNT-WS TO ADV-TOTAL-DISCOUNT-O.
           MOVE SUPP-NET-WS      TO ADV-TOTAL-NET-O.
           MOVE 'ISSUED' TO RD-STATUS-O.
           IF PAY-SUPPLIER-BY-ACH
               PERFORM 420-SEND-ACH-CREDIT THRU 420-EXIT
           ELSE
               PERFORM 440-PRINT-CHECK THRU 440-EXIT.
           WRITE APCHKREG-REC FROM REG-DETAIL-LINE.
           ADD SUPP-DISCOUNT-WS TO DISCOUNT-TOTAL-WS.
       400-EXIT.
           EXIT.

      * The supplier's credit goes to the account on the terms
      * record read when the supplier's first remittance came up.
       420-SEND-ACH-CREDIT.
           MOVE 'PAID BY ACH   ' TO ADV-PAID-BY.
           WRITE APADVICE-REC FROM ADV-TOTAL-LINE.
           MOVE 'ACH  ' TO RD-METHOD.
           COMPUTE ACH-AMOUNT = SUPP-NET-WS * 100.
           PERFORM 780-WRITE-ACH-ENTRY THRU 780-EXIT.
           ADD +1 TO ACH-PAYMENTS.
           ADD SUPP-NET-WS TO ACH-AMOUNT-WS.
       420-EXIT.
           EXIT.

       440-PRINT-CHECK.
           MOVE 'PAID BY CHECK ' TO ADV-PAID-BY.
           WRITE APADVICE-REC FROM ADV-TOTAL-LINE.
           MOVE 'CHECK' TO RD-METHOD.
           WRITE APADVICE-REC FROM BLANK-LINE.
           MOVE APY-PAYMENT-NO TO CHK-CHECK-NO.
           MOVE CURR-DATE-WS TO CHK-DATE.
           WRITE APADVICE-REC FROM CHK-LINE-1.
           MOVE HOLD-SUPPLIER-NAME-WS TO CHK-PAYEE.
           WRITE APADVICE-REC FROM CHK-LINE-2.
           MOVE SUPP-NET-WS TO CHK-AMOUNT.
           WRITE APADVICE-REC FROM CHK-LINE-3.
           PERFORM 460-WRITE-POSPAY-DETAIL THRU 460-EXIT.
           ADD +1 TO CHECKS-ISSUED.
           ADD SUPP-NET-WS TO CHECK-AMOUNT-WS.
       440-EXIT.
           EXIT.

      * One positive-pay detail per check cut, the payee exactly as
      * the check face carries it.
       460-WRITE-POSPAY-DETAIL.
           MOVE SPACES TO PP-POSPAY-REC.
           MOVE '1' TO PP-RECORD-TYPE.
           MOVE APY-PAYMENT-NO        TO PP-CHECK-NO.
           MOVE APY-ISSUE-DATE        TO PP-ISSUE-DATE.
           MOVE HOLD-SUPPLIER-NAME-WS TO PP-PAYEE.
           MOVE APY-AMOUNT            TO PP-AMOUNT.
           MOVE 'APDISB  '            TO PP-SOURCE.
           WRITE PP-POSPAY-REC.
           ADD +1         TO POSPAY-COUNT-WS.
           ADD APY-AMOUNT TO POSPAY-AMOUNT-WS.
       460-EXIT.
           EXIT.

       700-WRITE-REGISTER-TOTALS.
           MOVE "700-WRITE-REGISTER-TOTALS" TO PARA-NAME.
           WRITE APCHKREG-REC FROM BLANK-LINE.
           MOVE CHECKS-ISSUED     TO RT-CHECKS-O.
           MOVE CHECK-AMOUNT-WS   TO RT-CHECK-AMT-O.
           MOVE DISCOUNT-TOTAL-WS TO RT-DISCOUNT-O.
           WRITE APCHKREG-REC FROM REG-CHECK-TOTAL-LINE.
           MOVE ACH-PAYMENTS      TO RT-ACH-O.
           MOVE ACH-AMOUNT-WS     TO RT-ACH-AMT-O.
           MOVE ACH-PRENOTES      TO RT-PRENOTES-O.
           WRITE APCHKREG-REC FROM REG-ACH-TOTAL-LINE.
       700-EXIT.
           EXIT.

      * The issue file's trailer plus the register's transmission
      * line, so the reconciler can tie the bank file to the check
      * register before it transmits.
       740-WRITE-POSPAY-TRAILER.
           MOVE SPACES TO PP-POSPAY-REC.
           MOVE '9' TO PP-RECORD-TYPE.
           MOVE POSPAY-COUNT-WS  TO PP-CHECK-COUNT.
           MOVE POSPAY-AMOUNT-WS TO PP-AMOUNT-TOTAL.
           WRITE PP-POSPAY-REC.
           MOVE POSPAY-COUNT-WS    TO RT-POSPAY-O.
           MOVE POSPAY-AMOUNT-WS   TO RT-POSPAY-AMT-O.
           MOVE PAYMENT-EXCEPTIONS TO RT-EXCEPTIONS-O.
           WRITE APCHKREG-REC FROM REG-POSPAY-LINE.
       740-EXIT.
           EXIT.

      * The bank wants a complete NACHA file even on a run with no
      * ACH payments, so the headers always go out.
       776-WRITE-ACH-FILE-HEADER.
           MOVE CURR-DATE-WS (3:6) TO ACH-DATE-YYMMDD-WS.
           MOVE FUNCTION CURRENT-DATE (9:4) TO ACH-TIME-HHMM-WS.
           MOVE ACH-IMMED-DEST-WS   TO AFH-IMMED-DEST.
           MOVE ACH-IMMED-ORIGIN-WS TO AFH-IMMED-ORIGIN.
           MOVE ACH-DATE-YYMMDD-WS  TO AFH-FILE-DATE.
           MOVE ACH-TIME-HHMM-WS    TO AFH-FILE-TIME.
           MOVE ACH-DEST-NAME-WS    TO AFH-DEST-NAME.
           MOVE ACH-ORIGIN-NAME-WS  TO AFH-ORIGIN-NAME.
           WRITE ACH-REC FROM ACH-FILE-HEADER-WS.
           MOVE ACH-COMPANY-NAME-WS TO ABH-COMPANY-NAME.
           MOVE ACH-COMPANY-ID-WS   TO ABH-COMPANY-ID.
           MOVE ACH-DATE-YYMMDD-WS  TO ABH-DESCR-DATE.
           MOVE ACH-DATE-YYMMDD-WS  TO ABH-EFFECTIVE-DATE.
           MOVE ACH-ODFI-ID-WS      TO ABH-ODFI-ID.
           WRITE ACH-REC FROM ACH-BATCH-HEADER-WS.
           MOVE 2 TO ACH-RECORD-COUNT-WS.
       776-EXIT.
           EXIT.

       778-ACCUM-ACH-ENTRY.
           ADD 1 TO ACH-ENTRY-COUNT-WS.
           ADD 1 TO ACH-RECORD-COUNT-WS.
           IF ACH-RECEIVING-DFI-ID NUMERIC
               MOVE ACH-RECEIVING-DFI-ID TO ACH-HASH-DIGITS-WS
               ADD ACH-HASH-DIGITS-WS TO ACH-ENTRY-HASH-WS.
       778-EXIT.
           EXIT.

      * One type-6 entry to the supplier's enrolled account, from
      * the terms record just read. Live checking credits are 22,
      * savings 32; the zero-dollar prenote codes are 23 and 33.
      * The amount is set by the caller. The trace number is the
      * ODFI routing plus the entry sequence.
       780-WRITE-ACH-ENTRY.
           ADD 1 TO ACH-SEQ-WS.
           MOVE '6' TO ACH-RECORD-TYPE.
           EVALUATE TRUE
               WHEN TS-ACH-SAVINGS AND PRENOTE-MODE
                   MOVE '33' TO ACH-TRANSACTION-CODE
               WHEN TS-ACH-SAVINGS
                   MOVE '32' TO ACH-TRANSACTION-CODE
               WHEN PRENOTE-MODE
                   MOVE '23' TO ACH-TRANSACTION-CODE
               WHEN OTHER
                   MOVE '22' TO ACH-TRANSACTION-CODE
           END-EVALUATE.
           MOVE TS-ACH-ROUTING-NBR TO ACH-RECEIVING-DFI-ID.
           MOVE TS-ACH-CHECK-DIGIT TO ACH-CHECK-DIGIT.
           MOVE TS-ACH-ACCOUNT-NBR TO ACH-DFI-ACCOUNT-NBR.
           MOVE SPACES TO ACH-INDIVIDUAL-ID.
           MOVE TS-SUPPLIER-CODE TO ACH-INDIVIDUAL-ID (1:10).
           MOVE HOLD-SUPPLIER-NAME-WS TO ACH-INDIVIDUAL-NAME.
           MOVE SPACE TO ACH-DISCRETIONARY-DATA.
           MOVE '0' TO ACH-ADDENDA-IND.
           MOVE SPACE TO ACH-TRACE-NUMBER.
           MOVE ACH-ODFI-ID-WS TO ACH-TRACE-NUMBER (1:8).
           MOVE ACH-SEQ-WS TO ACH-TRACE-NUMBER (9:7).
           ADD ACH-AMOUNT TO ACH-CREDIT-TOTAL-WS.
           PERFORM 778-ACCUM-ACH-ENTRY THRU 778-EXIT.
           WRITE ACH-REC.
       780-EXIT.
           EXIT.

      * The offset debit to the AP disbursement account balances
      * the batch, then the batch and file controls and the
      * padding.
       785-WRITE-ACH-TRAILERS.
           ADD 1 TO ACH-SEQ-WS.
           MOVE '6' TO ACH-RECORD-TYPE.
           MOVE '27' TO ACH-TRANSACTION-CODE.
           MOVE ACH-ODFI-ID-WS TO ACH-RECEIVING-DFI-ID.
           MOVE ZERO TO ACH-CHECK-DIGIT.
           MOVE ACH-OFFSET-ACCOUNT-WS TO ACH-DFI-ACCOUNT-NBR.
           MOVE ACH-CREDIT-TOTAL-WS TO ACH-AMOUNT.
           MOVE ACH-COMPANY-ID-WS TO ACH-INDIVIDUAL-ID.
           MOVE ACH-COMPANY-NAME-WS TO ACH-INDIVIDUAL-NAME.
           MOVE SPACE TO ACH-DISCRETIONARY-DATA.
           MOVE '0' TO ACH-ADDENDA-IND.
           MOVE SPACE TO ACH-TRACE-NUMBER.
           MOVE ACH-ODFI-ID-WS TO ACH-TRACE-NUMBER (1:8).
           MOVE ACH-SEQ-WS TO ACH-TRACE-NUMBER (9:7).
           ADD ACH-AMOUNT TO ACH-DEBIT-TOTAL-WS.
           PERFORM 778-ACCUM-ACH-ENTRY THRU 778-EXIT.
           WRITE ACH-REC.
           MOVE ACH-ENTRY-COUNT-WS  TO ABC-ENTRY-COUNT.
           MOVE ACH-ENTRY-HASH-WS   TO ABC-ENTRY-HASH.
           MOVE ACH-DEBIT-TOTAL-WS  TO ABC-DEBIT-TOTAL.
           MOVE ACH-CREDIT-TOTAL-WS TO ABC-CREDIT-TOTAL.
           MOVE ACH-COMPANY-ID-WS   TO ABC-COMPANY-ID.
           MOVE ACH-ODFI-ID-WS      TO ABC-ODFI-ID.
           WRITE ACH-REC FROM ACH-BATCH-CONTROL-WS.
           ADD 2 TO ACH-RECORD-COUNT-WS.
           DIVIDE ACH-RECORD-COUNT-WS BY 10
               GIVING ACH-BLOCK-COUNT-WS
               REMAINDER ACH-PAD-REMAINDER-WS.
           IF ACH-PAD-REMAINDER-WS NOT = ZERO
               ADD 1 TO ACH-BLOCK-COUNT-WS.
           MOVE 1                   TO AFC-BATCH-COUNT.
           MOVE ACH-BLOCK-COUNT-WS  TO AFC-BLOCK-COUNT.
           MOVE ACH-ENTRY-COUNT-WS  TO AFC-ENTRY-COUNT.
           MOVE ACH-ENTRY-HASH-WS   TO AFC-ENTRY-HASH.
           MOVE ACH-DEBIT-TOTAL-WS  TO AFC-DEBIT-TOTAL.
           MOVE ACH-CREDIT-TOTAL-WS TO AFC-CREDIT-TOTAL.
           WRITE ACH-REC FROM ACH-FILE-CONTROL-WS.
           IF ACH-PAD-REMAINDER-WS NOT = ZERO
               PERFORM 786-WRITE-ACH-PAD-LINE THRU 786-EXIT
                   UNTIL ACH-PAD-REMAINDER-WS = ZERO.
       785-EXIT.
           EXIT.

       786-WRITE-ACH-PAD-LINE.
           WRITE ACH-REC FROM ACH-PAD-LINE-WS.
           ADD 1 TO ACH-PAD-REMAINDER-WS.
           IF ACH-PAD-REMAINDER-WS > 9
               MOVE ZERO TO ACH-PAD-REMAINDER-WS.
       786-EXIT.
           EXIT.

       790-SAVE-PAYMENT-NUMBER.
           MOVE LAST-PAYMENT-NO-WS TO APCHKNBR-REC.
           OPEN OUTPUT APCHKNBR.
           WRITE APCHKNBR-REC.
           CLOSE APCHKNBR.
       790-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
      * Without the terms file every supplier is paid by check.
           OPEN I-O SUPPTERM.
           IF SUPPTERM-FOUND
               MOVE 'Y' TO SUPPTERM-AVAILABLE-SW
           ELSE
               DISPLAY "NO TERMS FILE - ALL SUPPLIERS PAID BY CHECK".
           OPEN I-O APPAYMST.
           IF APPAYMST-MISSING
               OPEN OUTPUT APPAYMST
               CLOSE APPAYMST
               OPEN I-O APPAYMST.
           IF NOT APPAYMST-OK
               MOVE "AP PAYMENT MASTER PROBLEM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN OUTPUT APPOSPAY.
           IF NOT APPOSPAY-OK
               MOVE "POSITIVE PAY FILE PROBLEM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN OUTPUT APADVICE.
           OPEN OUTPUT APCHKREG.
           OPEN OUTPUT APACH.
           IF NOT APACH-OK
               MOVE "ACH FILE PROBLEM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE APPAYMST, APPOSPAY, APADVICE, APCHKREG, APACH.
           IF SUPPTERM-AVAILABLE
               CLOSE SUPPTERM.
       850-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "REMITTANCES READ:  " REMITS-READ.
           DISPLAY "CHECKS ISSUED:     " CHECKS-ISSUED.
           DISPLAY "ACH PAYMENTS:      " ACH-PAYMENTS.
           DISPLAY "NOT PAID:          " PAYMENT-EXCEPTIONS.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - APDISB ***"
               UPON CONSOLE.
           DISPLAY ABEND-REASON UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
