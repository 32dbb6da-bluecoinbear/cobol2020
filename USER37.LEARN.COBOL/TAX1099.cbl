       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TAX1099.
      * Year-end 1099 information reporting for the providers paid
      * through CLAIMPAY and the suppliers paid through APAGING.
      * Provider claim payments come off the payment master - both
      * cleared and still-outstanding checks and EFTs, with voided
      * and stale-voided checks left out - and supplier remittances
      * off the SUPPPAID history APAGING appends to. Payments are
      * totaled by the payee's taxpayer ID from the W-9 on the
      * provider or supplier master, so several master records
      * under one TIN make one return. Provider payments report as
      * medical and health care payments (1099-MISC box 6), supplier
      * payments as nonemployee compensation (1099-NEC box 1); a
      * payee flagged not reportable on its master is left off.
      * Output is a register of every TIN's totals, the printed
      * forms for each return at or over the reporting threshold,
      * the electronic filing file (A header, one B record per
      * return, C control totals - laid out the way W2YEAR writes
      * its mag-media extract), and the exception list of payees
      * paid with no usable TIN on file.
      * The tax year is the year of the business date when run in
      * December, so the exception list can be worked before year
      * end; run any other month it is the year before.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMSTR
             ASSIGN TO PAYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAY-CHECK-NO
               FILE STATUS IS PAYMSTR-ST.
           SELECT SUPPPAID
             ASSIGN TO SUPPPAID
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUPPPAID-ST.
           SELECT PROVMSTR
             ASSIGN TO PROVMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-PROVIDER-NO
               FILE STATUS IS PROVMSTR-ST.
           SELECT SUPPMSTR
             ASSIGN TO SUPPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-SUPPLIER-CODE
               FILE STATUS IS SUPPMSTR-ST.
           SELECT TX99RPT
             ASSIGN TO TX99RPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TX99RPT-ST.
           SELECT TX99FORM
             ASSIGN TO TX99FORM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TX99FORM-ST.
           SELECT TX99EXTR
             ASSIGN TO TX99EXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TX99EXTR-ST.
           SELECT TX99EXCP
             ASSIGN TO TX99EXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TX99EXCP-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMSTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY PAYMSTR.

       FD  SUPPPAID
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUPPPAID.

       FD  PROVMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY PROVMSTR.

       FD  SUPPMSTR
           RECORD CONTAINS 269 CHARACTERS.
       01  SUPPMSTR-REC.
           COPY VARSUPP.
           COPY VARADDR.

       FD  TX99RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 TX99RPT-LINE                PIC X(132).

       FD  TX99FORM
           RECORD CONTAINS 80 CHARACTERS.
       01 TX99FORM-LINE               PIC X(80).

      * Electronic filing file: A header up front, one B payee
      * record per return, C control record with the totals.
       FD  TX99EXTR
           RECORD CONTAINS 120 CHARACTERS.
       01  TX99EXTR-REC.
           05  TX-RECORD-TYPE          PIC X(01).
           05  TX-TAX-YEAR             PIC 9(04).
           05  TX-PAYEE-DATA.
               10  TX-FORM-TYPE        PIC X(01).
               10  TX-TIN-TYPE         PIC X(01).
               10  TX-TIN              PIC X(09).
               10  TX-PAYEE-NAME       PIC X(26).
               10  TX-ADDRESS-1        PIC X(15).
               10  TX-CITY             PIC X(15).
               10  TX-STATE            PIC X(02).
               10  TX-ZIP-CODE         PIC X(10).
               10  TX-AMOUNT           PIC 9(09)V99.
               10  FILLER              PIC X(25).
           05  TX-HEADER-DATA REDEFINES TX-PAYEE-DATA.
               10  TX-RUN-DATE         PIC 9(08).
               10  FILLER              PIC X(107).
           05  TX-CONTROL-DATA REDEFINES TX-PAYEE-DATA.
               10  TX-MISC-COUNT       PIC 9(07).
               10  TX-MISC-TOTAL       PIC 9(11)V99.
               10  TX-NEC-COUNT        PIC 9(07).
               10  TX-NEC-TOTAL        PIC 9(11)V99.
               10  FILLER              PIC X(75).

       FD  TX99EXCP
           RECORD CONTAINS 132 CHARACTERS.
       01 TX99EXCP-LINE               PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 PAYMSTR-ST                PIC X(2).
               88 PAYMSTR-OK                       VALUE '00'.
               88 PAYMSTR-MISSING                  VALUE '35'.
           05 SUPPPAID-ST               PIC X(2).
               88 SUPPPAID-OK                      VALUE '00'.
               88 SUPPPAID-MISSING                 VALUE '35'.
           05 PROVMSTR-ST               PIC X(2).
               88 PROVMSTR-OK                      VALUE '00'.
               88 PROVMSTR-FOUND                   VALUE '00'.
           05 SUPPMSTR-ST               PIC X(2).
               88 SUPPMSTR-OK                      VALUE '00'.
               88 SUPPMSTR-FOUND                   VALUE '00'.
           05 TX99RPT-ST                PIC X(2).
               88 TX99RPT-OK                       VALUE '00'.
           05 TX99FORM-ST               PIC X(2).
               88 TX99FORM-OK                      VALUE '00'.
           05 TX99EXTR-ST               PIC X(2).
               88 TX99EXTR-OK                      VALUE '00'.
           05 TX99EXCP-ST               PIC X(2).
               88 TX99EXCP-OK                      VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 PAYMSTR-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-CHECKS                   VALUE 'Y'.
           05 SUPPPAID-EOF-SW           PIC X(1)   VALUE 'N'.
               88 NO-MORE-SUPP-PAYMENTS            VALUE 'Y'.
           05 PAYEE-FOUND-SW            PIC X(1)   VALUE 'N'.
               88 PAYEE-FOUND                      VALUE 'Y'.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 CHECKS-READ-WS            PIC S9(7)    VALUE ZERO.
           05 SUPP-PAID-READ-WS         PIC S9(7)    VALUE ZERO.
           05 OUT-OF-YEAR-WS            PIC S9(7)    VALUE ZERO.
           05 NOT-PROVIDER-WS           PIC S9(7)    VALUE ZERO.
           05 VOIDED-COUNT-WS           PIC S9(7)    VALUE ZERO.
           05 VOIDED-AMT-WS             PIC S9(9)V99 VALUE ZERO.
           05 EXEMPT-COUNT-WS           PIC S9(7)    VALUE ZERO.
           05 EXEMPT-AMT-WS             PIC S9(9)V99 VALUE ZERO.
           05 MISC-FORMS-WS             PIC S9(7)    VALUE ZERO.
           05 MISC-TOTAL-WS             PIC S9(11)V99 VALUE ZERO.
           05 NEC-FORMS-WS              PIC S9(7)    VALUE ZERO.
           05 NEC-TOTAL-WS              PIC S9(11)V99 VALUE ZERO.
           05 UNDER-THRESHOLD-WS        PIC S9(7)    VALUE ZERO.
           05 EXCEPTIONS-WS             PIC S9(7)    VALUE ZERO.
           05 EXCEPTION-AMT-WS          PIC S9(9)V99 VALUE ZERO.
           05 TABLE-FULL-WS             PIC S9(7)    VALUE ZERO.

      * Federal filing threshold, applied to each form type for a
      * TIN separately.
       77 REPORTING-THRESHOLD-WS        PIC 9(05)V99 VALUE 2000.00.

      * One entry per TIN paid in the year. A payee with no usable
      * TIN on its master cannot be combined with anything, so it
      * is kept by its own provider number or supplier code for the
      * exception list.
       01 PAYEE-TABLE-WS.
           05 PAYEE-COUNT-WS            PIC 9(04)  COMP VALUE ZERO.
           05 PAYEE-ENTRY OCCURS 3000 TIMES
                  INDEXED BY PE-IDX.
               10 PE-KEY.
                   15 PE-KEY-TYPE       PIC X(01).
                       88 PE-BY-TIN                VALUE 'T'.
                       88 PE-BY-PROVIDER           VALUE 'P'.
                       88 PE-BY-SUPPLIER           VALUE 'S'.
                   15 PE-KEY-ID         PIC X(10).
               10 PE-TIN-TYPE           PIC X(01).
               10 PE-PAYEE-NAME         PIC X(26).
               10 PE-ADDRESS-1          PIC X(15).
               10 PE-CITY               PIC X(15).
               10 PE-STATE              PIC X(02).
               10 PE-ZIP-CODE           PIC X(10).
               10 PE-EXCEPTION-REASON   PIC X(24).
               10 PE-PAYMENTS           PIC S9(5)  COMP.
               10 PE-MED-CLEARED        PIC S9(9)V99.
               10 PE-MED-OUTSTANDING    PIC S9(9)V99.
               10 PE-NEC-PAID           PIC S9(9)V99.

      * The payee a payment belongs to, built from its master record
      * before the table is searched.
       01 PAYEE-WORK-WS.
           05 PW-KEY.
               10 PW-KEY-TYPE           PIC X(01).
               10 PW-KEY-ID             PIC X(10).
           05 PW-TIN-TYPE               PIC X(01).
           05 PW-PAYEE-NAME             PIC X(26).
           05 PW-ADDRESS-1              PIC X(15).
           05 PW-CITY                   PIC X(15).
           05 PW-STATE                  PIC X(02).
           05 PW-ZIP-CODE               PIC X(10).
           05 PW-EXCEPTION-REASON       PIC X(24).
           05 PW-REPORTABLE-SW          PIC X(01).
               88 PW-REPORTABLE                    VALUE 'Y'.
       77 PROVIDER-NO-X-WS              PIC 9(06)  VALUE ZERO.
       77 PAYEE-MED-TOTAL-WS            PIC S9(9)V99 VALUE ZERO.
       77 PAYEE-ALL-TOTAL-WS            PIC S9(9)V99 VALUE ZERO.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-DATE-X REDEFINES CURR-DATE-WS.
               10 CURR-YEAR-WS          PIC 9(04).
               10 CURR-MONTH-WS         PIC 9(02).
               10 FILLER                PIC 9(02).
           05 TAX-YEAR-WS               PIC 9(04).

      * TIN printed the way the IRS writes it: 99-9999999 for an
      * EIN, 999-99-9999 for a social security number.
       01 TIN-EDIT-WS                   PIC X(11).

       01 HEADING-ONE.
           05 HDG-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(36)
                  VALUE '1099 Payee Register by TIN'.
           05 FILLER                    PIC X(10)  VALUE 'TAX YEAR: '.
           05 HDG-TAX-YEAR              PIC 9(04).

       01 REGISTER-COLUMNS.
           05 FILLER                    PIC X(13)  VALUE 'TIN'.
           05 FILLER                    PIC X(28)  VALUE 'PAYEE'.
           05 FILLER                    PIC X(07)  VALUE ' PMTS'.
           05 FILLER                    PIC X(16)  VALUE
                  '    MED CLEARED'.
           05 FILLER                    PIC X(16)  VALUE
                  ' MED UNCLEARED'.
           05 FILLER                    PIC X(16)  VALUE
                  '  MEDICAL TOTAL'.
           05 FILLER                    PIC X(16)  VALUE
                  '  NONEMPLOYEE'.
           05 FILLER                    PIC X(10)  VALUE 'FORMS'.

       01 REGISTER-LINE.
           05 RGL-TIN                   PIC X(11).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RGL-PAYEE-NAME            PIC X(26).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RGL-PAYMENTS              PIC ZZZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RGL-MED-CLEARED           PIC $$$,$$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RGL-MED-OUTSTANDING       PIC $$$,$$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RGL-MED-TOTAL             PIC $$$,$$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RGL-NEC-PAID              PIC $$$,$$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RGL-FORMS                 PIC X(20).

       01 TOTALS-LINE-1.
           05 FILLER                    PIC X(30)
                  VALUE '1099-MISC FORMS:   COUNT '.
           05 TL1-MISC-COUNT            PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(10)  VALUE '  AMOUNT '.
           05 TL1-MISC-TOTAL            PIC $$,$$$,$$$,$$9.99.
       01 TOTALS-LINE-2.
           05 FILLER                    PIC X(30)
                  VALUE '1099-NEC FORMS:    COUNT '.
           05 TL2-NEC-COUNT             PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(10)  VALUE '  AMOUNT '.
           05 TL2-NEC-TOTAL             PIC $$,$$$,$$$,$$9.99.
       01 TOTALS-LINE-3.
           05 FILLER                    PIC X(30)
                  VALUE 'TINS UNDER THRESHOLD:    '.
           05 TL3-UNDER-COUNT           PIC ZZZ,ZZ9.
       01 TOTALS-LINE-4.
           05 FILLER                    PIC X(30)
                  VALUE 'VOIDED CHECKS LEFT OUT:  '.
           05 TL4-VOIDED-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(10)  VALUE '  AMOUNT '.
           05 TL4-VOIDED-AMT            PIC $$,$$$,$$$,$$9.99.
       01 TOTALS-LINE-5.
           05 FILLER                    PIC X(30)
                  VALUE 'NOT-REPORTABLE PAYMENTS: '.
           05 TL5-EXEMPT-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(10)  VALUE '  AMOUNT '.
           05 TL5-EXEMPT-AMT            PIC $$,$$$,$$$,$$9.99.
       01 TOTALS-LINE-6.
           05 FILLER                    PIC X(30)
                  VALUE 'PAYEES MISSING A TIN:    '.
           05 TL6-EXCP-COUNT            PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(10)  VALUE '  AMOUNT '.
           05 TL6-EXCP-AMT              PIC $$,$$$,$$$,$$9.99.

       01 FORM-LINE-1.
           05 FILLER                    PIC X(05)  VALUE 'FORM '.
           05 FL1-FORM-NAME             PIC X(11).
           05 FL1-FORM-TITLE            PIC X(40).
           05 FILLER                    PIC X(09)  VALUE 'TAX YEAR '.
           05 FL1-TAX-YEAR              PIC 9(04).
       01 FORM-LINE-2.
           05 FILLER                    PIC X(16)
                  VALUE 'RECIPIENT TIN:  '.
           05 FL2-TIN                   PIC X(11).
       01 FORM-LINE-3.
           05 FILLER                    PIC X(16)
                  VALUE 'RECIPIENT:      '.
           05 FL3-NAME                  PIC X(26).
       01 FORM-LINE-4.
           05 FILLER                    PIC X(16)  VALUE SPACES.
           05 FL4-ADDRESS-1             PIC X(15).
       01 FORM-LINE-5.
           05 FILLER                    PIC X(16)  VALUE SPACES.
           05 FL5-CITY                  PIC X(15).
           05 FILLER                    PIC X(01)  VALUE SPACE.
           05 FL5-STATE                 PIC X(02).
           05 FILLER                    PIC X(01)  VALUE SPACE.
           05 FL5-ZIP-CODE              PIC X(10).
       01 FORM-LINE-6.
           05 FL6-BOX-LABEL             PIC X(45).
           05 FL6-AMOUNT                PIC $$$,$$$,$$9.99.
       01 FORM-SEPARATOR.
           05 FILLER                    PIC X(60)  VALUE ALL '-'.

       01 EXCP-HEADING.
           05 HDE-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(36)
                  VALUE '1099 Payees Missing a Usable TIN'.
           05 FILLER                    PIC X(10)  VALUE 'TAX YEAR: '.
           05 HDE-TAX-YEAR              PIC 9(04).

       01 EXCP-COLUMNS.
           05 FILLER                    PIC X(11)  VALUE 'SOURCE'.
           05 FILLER                    PIC X(12)  VALUE 'PAYEE ID'.
           05 FILLER                    PIC X(28)  VALUE 'NAME'.
           05 FILLER                    PIC X(07)  VALUE ' PMTS'.
           05 FILLER                    PIC X(16)  VALUE
                  '    AMOUNT PAID'.
           05 FILLER                    PIC X(26)  VALUE 'PROBLEM'.
           05 FILLER                    PIC X(15)  VALUE 'THRESHOLD'.

       01 EXCP-LINE.
           05 EXL-SOURCE                PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 EXL-PAYEE-ID              PIC X(10).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 EXL-PAYEE-NAME            PIC X(26).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 EXL-PAYMENTS              PIC ZZZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 EXL-AMOUNT                PIC $$$,$$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 EXL-REASON                PIC X(24).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 EXL-THRESHOLD             PIC X(15).

       01 NO-EXCP-LINE.
           05 FILLER                    PIC X(40)
                  VALUE '    NONE - EVERY PAYEE HAS A TIN'.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-CHECK UNTIL NO-MORE-CHECKS.
           PERFORM 300-PROCESS-SUPP-PAYMENT
              UNTIL NO-MORE-SUPP-PAYMENTS.
           PERFORM 600-REPORT-ONE-PAYEE
              VARYING PE-IDX FROM 1 BY 1
              UNTIL PE-IDX > PAYEE-COUNT-WS.
           IF EXCEPTIONS-WS = ZERO
              WRITE TX99EXCP-LINE FROM NO-EXCP-LINE
           END-IF.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           IF CURR-MONTH-WS = 12
              MOVE CURR-YEAR-WS TO TAX-YEAR-WS
           ELSE
              COMPUTE TAX-YEAR-WS = CURR-YEAR-WS - 1
           END-IF.
           OPEN INPUT PAYMSTR
           IF PAYMSTR-MISSING
              DISPLAY 'NO PAYMENT MASTER - NO PROVIDER PAYMENTS'
              MOVE 'Y' TO PAYMSTR-EOF-SW
           ELSE
           IF NOT PAYMSTR-OK
              DISPLAY 'PAYMENT MASTER FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT SUPPPAID
           IF SUPPPAID-MISSING
              DISPLAY 'NO SUPPLIER PAYMENT HISTORY - NO SUPPLIERS'
              MOVE 'Y' TO SUPPPAID-EOF-SW
           ELSE
           IF NOT SUPPPAID-OK
              DISPLAY 'SUPPLIER PAYMENT HISTORY PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT PROVMSTR
           IF NOT PROVMSTR-OK
              DISPLAY 'PROVIDER MASTER FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT SUPPMSTR
           IF NOT SUPPMSTR-OK
              DISPLAY 'SUPPLIER MASTER FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT TX99RPT, TX99FORM, TX99EXTR, TX99EXCP.
           IF NOT TX99RPT-OK OR NOT TX99FORM-OK
              OR NOT TX99EXTR-OK OR NOT TX99EXCP-OK
              DISPLAY '1099 OUTPUT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS TO HDG-DATE, HDE-DATE.
           MOVE TAX-YEAR-WS  TO HDG-TAX-YEAR, HDE-TAX-YEAR.
           WRITE TX99RPT-LINE FROM HEADING-ONE.
           MOVE SPACES TO TX99RPT-LINE.
           WRITE TX99RPT-LINE.
           WRITE TX99RPT-LINE FROM REGISTER-COLUMNS.
           WRITE TX99EXCP-LINE FROM EXCP-HEADING.
           MOVE SPACES TO TX99EXCP-LINE.
           WRITE TX99EXCP-LINE.
           WRITE TX99EXCP-LINE FROM EXCP-COLUMNS.
           MOVE SPACES TO TX99EXTR-REC.
           MOVE 'A'          TO TX-RECORD-TYPE.
           MOVE TAX-YEAR-WS  TO TX-TAX-YEAR.
           MOVE CURR-DATE-WS TO TX-RUN-DATE.
           WRITE TX99EXTR-REC.
           PERFORM 170-READ-CHECK.
           PERFORM 180-READ-SUPP-PAYMENT.

       105-CHECK-RUN-PARAMETERS.
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
              DISPLAY 'NO RUNPARM FILE - USING SYSTEM DATE'
           END-IF.

       170-READ-CHECK.
           IF NOT NO-MORE-CHECKS
              READ PAYMSTR NEXT RECORD
                 AT END
                    MOVE 'Y' TO PAYMSTR-EOF-SW
              END-READ
           END-IF.
           IF NOT NO-MORE-CHECKS
              ADD 1 TO CHECKS-READ-WS
           END-IF.

       180-READ-SUPP-PAYMENT.
           IF NOT NO-MORE-SUPP-PAYMENTS
              READ SUPPPAID
                 AT END
                    MOVE 'Y' TO SUPPPAID-EOF-SW
              END-READ
           END-IF.
           IF NOT NO-MORE-SUPP-PAYMENTS
              ADD 1 TO SUPP-PAID-READ-WS
           END-IF.

      * Only claim payments made to a provider count - payments to
      * the policyholder and premium refunds are not 1099 payments.
      * A check issued in the tax year counts whether it has cleared
      * yet or not; a voided or stale-voided one does not.
       200-PROCESS-CHECK.
           IF PAY-ISSUE-DATE (1:4) NOT = TAX-YEAR-WS
              ADD 1 TO OUT-OF-YEAR-WS
           ELSE
           IF PAY-PROVIDER-NO = ZERO OR NOT PAY-CLAIM-PAYMENT
              ADD 1 TO NOT-PROVIDER-WS
           ELSE
           IF PAY-VOIDED OR PAY-STALE-VOIDED
              ADD 1 TO VOIDED-COUNT-WS
              ADD PAY-AMOUNT TO VOIDED-AMT-WS
           ELSE
              PERFORM 220-PROVIDER-PAYEE
              IF NOT PW-REPORTABLE
                 ADD 1 TO EXEMPT-COUNT-WS
                 ADD PAY-AMOUNT TO EXEMPT-AMT-WS
              ELSE
                 PERFORM 400-FIND-PAYEE
                 IF PAYEE-FOUND
                    ADD 1 TO PE-PAYMENTS (PE-IDX)
                    IF PAY-CLEARED
                       ADD PAY-AMOUNT TO PE-MED-CLEARED (PE-IDX)
                    ELSE
                       ADD PAY-AMOUNT TO PE-MED-OUTSTANDING (PE-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 170-READ-CHECK.

       220-PROVIDER-PAYEE.
           MOVE SPACES TO PAYEE-WORK-WS.
           MOVE 'Y' TO PW-REPORTABLE-SW.
           MOVE PAY-PROVIDER-NO TO PV-PROVIDER-NO, PROVIDER-NO-X-WS.
           READ PROVMSTR.
           IF NOT PROVMSTR-FOUND
              MOVE 'P'                    TO PW-KEY-TYPE
              MOVE PROVIDER-NO-X-WS       TO PW-KEY-ID
              MOVE 'NOT ON PROVIDER MASTER' TO PW-PAYEE-NAME
              MOVE 'PROVIDER NOT ON FILE' TO PW-EXCEPTION-REASON
           ELSE
           IF PV-1099-EXEMPT
              MOVE 'N' TO PW-REPORTABLE-SW
           ELSE
              MOVE PV-PROVIDER-NAME TO PW-PAYEE-NAME
              IF PV-TAX-ID NUMERIC AND PV-TAX-ID NOT = ZERO
                 AND PV-VALID-TIN-TYPE
                 MOVE 'T'          TO PW-KEY-TYPE
                 MOVE PV-TAX-ID    TO PW-KEY-ID
                 MOVE PV-TIN-TYPE  TO PW-TIN-TYPE
              ELSE
                 MOVE 'P'              TO PW-KEY-TYPE
                 MOVE PROVIDER-NO-X-WS TO PW-KEY-ID
                 IF PV-TAX-ID = SPACES
                    MOVE 'NO TAX ID ON FILE' TO PW-EXCEPTION-REASON
                 ELSE
                    MOVE 'TAX ID OR TYPE INVALID'
                                         TO PW-EXCEPTION-REASON
                 END-IF
              END-IF
           END-IF
           END-IF.

       300-PROCESS-SUPP-PAYMENT.
           IF SX-PAID-YEAR NOT = TAX-YEAR-WS
              ADD 1 TO OUT-OF-YEAR-WS
           ELSE
              PERFORM 320-SUPPLIER-PAYEE
              IF NOT PW-REPORTABLE
                 ADD 1 TO EXEMPT-COUNT-WS
                 ADD SX-AMOUNT-PAID TO EXEMPT-AMT-WS
              ELSE
                 PERFORM 400-FIND-PAYEE
                 IF PAYEE-FOUND
                    ADD 1 TO PE-PAYMENTS (PE-IDX)
                    ADD SX-AMOUNT-PAID TO PE-NEC-PAID (PE-IDX)
                 END-IF
              END-IF
           END-IF.
           PERFORM 180-READ-SUPP-PAYMENT.

      * The form goes to the supplier's remit-to address, the one
      * APAGING sends the money to.
       320-SUPPLIER-PAYEE.
           MOVE SPACES TO PAYEE-WORK-WS.
           MOVE 'Y' TO PW-REPORTABLE-SW.
           MOVE SX-SUPPLIER-CODE TO WS-SUPPLIER-CODE.
           READ SUPPMSTR.
           IF NOT SUPPMSTR-FOUND
              MOVE 'S'                    TO PW-KEY-TYPE
              MOVE SX-SUPPLIER-CODE       TO PW-KEY-ID
              MOVE 'NOT ON SUPPLIER MASTER' TO PW-PAYEE-NAME
              MOVE 'SUPPLIER NOT ON FILE' TO PW-EXCEPTION-REASON
           ELSE
           IF WS-1099-EXEMPT
              MOVE 'N' TO PW-REPORTABLE-SW
           ELSE
              MOVE WS-SUPPLIER-NAME TO PW-PAYEE-NAME
              PERFORM 340-REMIT-ADDRESS
                 VARYING WS-ADDR-IDX FROM 1 BY 1
                 UNTIL WS-ADDR-IDX > 3
              IF WS-SUPPLIER-TAX-ID NUMERIC
                 AND WS-SUPPLIER-TAX-ID NOT = ZERO
                 AND (WS-TIN-EIN OR WS-TIN-SSN)
                 MOVE 'T'                  TO PW-KEY-TYPE
                 MOVE WS-SUPPLIER-TAX-ID   TO PW-KEY-ID
                 MOVE WS-SUPPLIER-TIN-TYPE TO PW-TIN-TYPE
              ELSE
                 MOVE 'S'              TO PW-KEY-TYPE
                 MOVE SX-SUPPLIER-CODE TO PW-KEY-ID
                 IF WS-SUPPLIER-TAX-ID = SPACES
                    MOVE 'NO TAX ID ON FILE' TO PW-EXCEPTION-REASON
                 ELSE
                    MOVE 'TAX ID OR TYPE INVALID'
                                         TO PW-EXCEPTION-REASON
                 END-IF
              END-IF
           END-IF
           END-IF.

       340-REMIT-ADDRESS.
           IF WS-REMIT-ADDRESS (WS-ADDR-IDX)
              MOVE WS-ADDRESS-1 (WS-ADDR-IDX)  TO PW-ADDRESS-1
              MOVE WS-CITY (WS-ADDR-IDX)       TO PW-CITY
              MOVE WS-ADDR-STATE (WS-ADDR-IDX) TO PW-STATE
              MOVE WS-ZIP-CODE (WS-ADDR-IDX)   TO PW-ZIP-CODE
           END-IF.

      * Finds the payee's entry, adding it on first sight. A TIN
      * first seen on a provider (which carries no address) takes
      * the address of a supplier under the same TIN if one turns
      * up.
       400-FIND-PAYEE.
           MOVE 'N' TO PAYEE-FOUND-SW.
           IF PAYEE-COUNT-WS > ZERO
              SET PE-IDX TO 1
              SEARCH PAYEE-ENTRY
                 AT END
                    MOVE 'N' TO PAYEE-FOUND-SW
                 WHEN PE-KEY (PE-IDX) = PW-KEY
                    MOVE 'Y' TO PAYEE-FOUND-SW
              END-SEARCH
           END-IF.
           IF PAYEE-FOUND
              IF PE-ADDRESS-1 (PE-IDX) = SPACES
                 AND PW-ADDRESS-1 NOT = SPACES
                 MOVE PW-ADDRESS-1 TO PE-ADDRESS-1 (PE-IDX)
                 MOVE PW-CITY      TO PE-CITY (PE-IDX)
                 MOVE PW-STATE     TO PE-STATE (PE-IDX)
                 MOVE PW-ZIP-CODE  TO PE-ZIP-CODE (PE-IDX)
              END-IF
           ELSE
              IF PAYEE-COUNT-WS < 3000
                 ADD 1 TO PAYEE-COUNT-WS
                 SET PE-IDX TO PAYEE-COUNT-WS
                 MOVE PW-KEY              TO PE-KEY (PE-IDX)
                 MOVE PW-TIN-TYPE         TO PE-TIN-TYPE (PE-IDX)
                 MOVE PW-PAYEE-NAME       TO PE-PAYEE-NAME (PE-IDX)
                 MOVE PW-ADDRESS-1        TO PE-ADDRESS-1 (PE-IDX)
                 MOVE PW-CITY             TO PE-CITY (PE-IDX)
                 MOVE PW-STATE            TO PE-STATE (PE-IDX)
                 MOVE PW-ZIP-CODE         TO PE-ZIP-CODE (PE-IDX)
                 MOVE PW-EXCEPTION-REASON
                                    TO PE-EXCEPTION-REASON (PE-IDX)
                 MOVE ZERO TO PE-PAYMENTS (PE-IDX),
                              PE-MED-CLEARED (PE-IDX),
                              PE-MED-OUTSTANDING (PE-IDX),
                              PE-NEC-PAID (PE-IDX)
                 MOVE 'Y' TO PAYEE-FOUND-SW
              ELSE
                 DISPLAY '*** 1099 PAYEE TABLE FULL - ' PW-KEY
                 ADD 1 TO TABLE-FULL-WS
              END-IF
           END-IF.

       600-REPORT-ONE-PAYEE.
           COMPUTE PAYEE-MED-TOTAL-WS = PE-MED-CLEARED (PE-IDX)
                                      + PE-MED-OUTSTANDING (PE-IDX).
           COMPUTE PAYEE-ALL-TOTAL-WS = PAYEE-MED-TOTAL-WS
                                      + PE-NEC-PAID (PE-IDX).
           IF PE-BY-TIN (PE-IDX)
              PERFORM 620-REGISTER-TIN
           ELSE
              PERFORM 680-LIST-EXCEPTION
           END-IF.

       620-REGISTER-TIN.
           PERFORM 640-EDIT-TIN.
           MOVE SPACES TO RGL-FORMS.
           IF PAYEE-MED-TOTAL-WS NOT < REPORTING-THRESHOLD-WS
              MOVE '1099-MISC' TO RGL-FORMS (1:10)
              PERFORM 650-WRITE-MISC-FORM
           END-IF.
           IF PE-NEC-PAID (PE-IDX) NOT < REPORTING-THRESHOLD-WS
              MOVE '1099-NEC'  TO RGL-FORMS (11:10)
              PERFORM 660-WRITE-NEC-FORM
           END-IF.
           IF RGL-FORMS = SPACES
              MOVE 'UNDER THRESHOLD' TO RGL-FORMS
              ADD 1 TO UNDER-THRESHOLD-WS
           END-IF.
           MOVE TIN-EDIT-WS                TO RGL-TIN.
           MOVE PE-PAYEE-NAME (PE-IDX)     TO RGL-PAYEE-NAME.
           MOVE PE-PAYMENTS (PE-IDX)       TO RGL-PAYMENTS.
           MOVE PE-MED-CLEARED (PE-IDX)    TO RGL-MED-CLEARED.
           MOVE PE-MED-OUTSTANDING (PE-IDX) TO RGL-MED-OUTSTANDING.
           MOVE PAYEE-MED-TOTAL-WS         TO RGL-MED-TOTAL.
           MOVE PE-NEC-PAID (PE-IDX)       TO RGL-NEC-PAID.
           WRITE TX99RPT-LINE FROM REGISTER-LINE.

       640-EDIT-TIN.
           MOVE SPACES TO TIN-EDIT-WS.
           IF PE-TIN-TYPE (PE-IDX) = 'S'
              STRING PE-KEY-ID (PE-IDX) (1:3) '-'
                     PE-KEY-ID (PE-IDX) (4:2) '-'
                     PE-KEY-ID (PE-IDX) (6:4)
                 DELIMITED BY SIZE INTO TIN-EDIT-WS
           ELSE
              STRING PE-KEY-ID (PE-IDX) (1:2) '-'
                     PE-KEY-ID (PE-IDX) (3:7)
                 DELIMITED BY SIZE INTO TIN-EDIT-WS
           END-IF.

       650-WRITE-MISC-FORM.
           MOVE SPACES TO TX99EXTR-REC.
           MOVE '1099-MISC' TO FL1-FORM-NAME.
           MOVE 'MISCELLANEOUS INFORMATION' TO FL1-FORM-TITLE.
           MOVE 'BOX 6  MEDICAL AND HEALTH CARE PAYMENTS'
                                 TO FL6-BOX-LABEL.
           MOVE PAYEE-MED-TOTAL-WS TO FL6-AMOUNT.
           PERFORM 670-PRINT-FORM.
           MOVE 'M' TO TX-FORM-TYPE.
           MOVE PAYEE-MED-TOTAL-WS TO TX-AMOUNT.
           PERFORM 675-WRITE-PAYEE-RECORD.
           ADD 1 TO MISC-FORMS-WS.
           ADD PAYEE-MED-TOTAL-WS TO MISC-TOTAL-WS.

       660-WRITE-NEC-FORM.
           MOVE SPACES TO TX99EXTR-REC.
           MOVE '1099-NEC' TO FL1-FORM-NAME.
           MOVE 'NONEMPLOYEE COMPENSATION' TO FL1-FORM-TITLE.
           MOVE 'BOX 1  NONEMPLOYEE COMPENSATION' TO FL6-BOX-LABEL.
           MOVE PE-NEC-PAID (PE-IDX) TO FL6-AMOUNT.
           PERFORM 670-PRINT-FORM.
           MOVE 'N' TO TX-FORM-TYPE.
           MOVE PE-NEC-PAID (PE-IDX) TO TX-AMOUNT.
           PERFORM 675-WRITE-PAYEE-RECORD.
           ADD 1 TO NEC-FORMS-WS.
           ADD PE-NEC-PAID (PE-IDX) TO NEC-TOTAL-WS.

       670-PRINT-FORM.
           MOVE TAX-YEAR-WS            TO FL1-TAX-YEAR.
           MOVE TIN-EDIT-WS            TO FL2-TIN.
           MOVE PE-PAYEE-NAME (PE-IDX) TO FL3-NAME.
           MOVE PE-ADDRESS-1 (PE-IDX)  TO FL4-ADDRESS-1.
           MOVE PE-CITY (PE-IDX)       TO FL5-CITY.
           MOVE PE-STATE (PE-IDX)      TO FL5-STATE.
           MOVE PE-ZIP-CODE (PE-IDX)   TO FL5-ZIP-CODE.
           WRITE TX99FORM-LINE FROM FORM-LINE-1.
           WRITE TX99FORM-LINE FROM FORM-LINE-2.
           WRITE TX99FORM-LINE FROM FORM-LINE-3.
           WRITE TX99FORM-LINE FROM FORM-LINE-4.
           WRITE TX99FORM-LINE FROM FORM-LINE-5.
           MOVE SPACES TO TX99FORM-LINE.
           WRITE TX99FORM-LINE.
           WRITE TX99FORM-LINE FROM FORM-LINE-6.
           WRITE TX99FORM-LINE FROM FORM-SEPARATOR.

      * The caller clears the record and sets the form type and
      * amount.
       675-WRITE-PAYEE-RECORD.
           MOVE 'B'                    TO TX-RECORD-TYPE.
           MOVE TAX-YEAR-WS            TO TX-TAX-YEAR.
           MOVE PE-TIN-TYPE (PE-IDX)   TO TX-TIN-TYPE.
           MOVE PE-KEY-ID (PE-IDX)     TO TX-TIN.
           MOVE PE-PAYEE-NAME (PE-IDX) TO TX-PAYEE-NAME.
           MOVE PE-ADDRESS-1 (PE-IDX)  TO TX-ADDRESS-1.
           MOVE PE-CITY (PE-IDX)       TO TX-CITY.
           MOVE PE-STATE (PE-IDX)      TO TX-STATE.
           MOVE PE-ZIP-CODE (PE-IDX)   TO TX-ZIP-CODE.
           WRITE TX99EXTR-REC.

       680-LIST-EXCEPTION.
           IF PE-BY-PROVIDER (PE-IDX)
              MOVE 'PROVIDER' TO EXL-SOURCE
           ELSE
              MOVE 'SUPPLIER' TO EXL-SOURCE
           END-IF.
           MOVE PE-KEY-ID (PE-IDX)           TO EXL-PAYEE-ID.
           MOVE PE-PAYEE-NAME (PE-IDX)       TO EXL-PAYEE-NAME.
           MOVE PE-PAYMENTS (PE-IDX)         TO EXL-PAYMENTS.
           MOVE PAYEE-ALL-TOTAL-WS           TO EXL-AMOUNT.
           MOVE PE-EXCEPTION-REASON (PE-IDX) TO EXL-REASON.
           IF PAYEE-MED-TOTAL-WS NOT < REPORTING-THRESHOLD-WS
              OR PE-NEC-PAID (PE-IDX) NOT < REPORTING-THRESHOLD-WS
              MOVE 'OVER - MUST FIX' TO EXL-THRESHOLD
           ELSE
              MOVE 'UNDER'           TO EXL-THRESHOLD
           END-IF.
           WRITE TX99EXCP-LINE FROM EXCP-LINE.
           ADD 1 TO EXCEPTIONS-WS.
           ADD PAYEE-ALL-TOTAL-WS TO EXCEPTION-AMT-WS.

       700-WRITE-TOTALS.
           MOVE SPACES TO TX99EXTR-REC.
           MOVE 'C'           TO TX-RECORD-TYPE.
           MOVE TAX-YEAR-WS   TO TX-TAX-YEAR.
           MOVE MISC-FORMS-WS TO TX-MISC-COUNT.
           MOVE MISC-TOTAL-WS TO TX-MISC-TOTAL.
           MOVE NEC-FORMS-WS  TO TX-NEC-COUNT.
           MOVE NEC-TOTAL-WS  TO TX-NEC-TOTAL.
           WRITE TX99EXTR-REC.
           MOVE SPACES TO TX99RPT-LINE.
           WRITE TX99RPT-LINE.
           MOVE MISC-FORMS-WS      TO TL1-MISC-COUNT.
           MOVE MISC-TOTAL-WS      TO TL1-MISC-TOTAL.
           WRITE TX99RPT-LINE FROM TOTALS-LINE-1.
           MOVE NEC-FORMS-WS       TO TL2-NEC-COUNT.
           MOVE NEC-TOTAL-WS       TO TL2-NEC-TOTAL.
           WRITE TX99RPT-LINE FROM TOTALS-LINE-2.
           MOVE UNDER-THRESHOLD-WS TO TL3-UNDER-COUNT.
           WRITE TX99RPT-LINE FROM TOTALS-LINE-3.
           MOVE VOIDED-COUNT-WS    TO TL4-VOIDED-COUNT.
           MOVE VOIDED-AMT-WS      TO TL4-VOIDED-AMT.
           WRITE TX99RPT-LINE FROM TOTALS-LINE-4.
           MOVE EXEMPT-COUNT-WS    TO TL5-EXEMPT-COUNT.
           MOVE EXEMPT-AMT-WS      TO TL5-EXEMPT-AMT.
           WRITE TX99RPT-LINE FROM TOTALS-LINE-5.
           MOVE EXCEPTIONS-WS      TO TL6-EXCP-COUNT.
           MOVE EXCEPTION-AMT-WS   TO TL6-EXCP-AMT.
           WRITE TX99RPT-LINE FROM TOTALS-LINE-6.

       900-WRAP-UP.
           DISPLAY 'PAYMENT MASTER ENTRIES READ: ' CHECKS-READ-WS.
           DISPLAY 'SUPPLIER PAYMENTS READ:      ' SUPP-PAID-READ-WS.
           DISPLAY '1099-MISC FORMS:             ' MISC-FORMS-WS.
           DISPLAY '1099-NEC FORMS:              ' NEC-FORMS-WS.
           DISPLAY 'PAYEES MISSING A TIN:        ' EXCEPTIONS-WS.
           IF NOT PAYMSTR-MISSING
              CLOSE PAYMSTR
           END-IF.
           IF NOT SUPPPAID-MISSING
              CLOSE SUPPPAID
           END-IF.
           CLOSE PROVMSTR, SUPPMSTR,
                 TX99RPT, TX99FORM, TX99EXTR, TX99EXCP.
           IF EXCEPTIONS-WS > ZERO OR TABLE-FULL-WS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE PAYMSTR, SUPPPAID, PROVMSTR, SUPPMSTR,
                 TX99RPT, TX99FORM, TX99EXTR, TX99EXCP.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
