      * monthly premium the payment covers. Short payments and
      * payments for unknown, terminated or zero-premium policies
      * reject to the application register; the register's applied
      * total is the control figure for the deposit. Every payment
      * applied is also added to the PREMAPPL extract the monthly
      * commission run pays agents from. After the cash payments the
      * run applies PREMREMIT, the whole months of employee health
      * premium the payroll run deducted and matched, in the same
      * payment layout.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             ASSIGN TO PREMPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMPAY-ST.
           SELECT PREMREMIT
             ASSIGN TO PREMREMIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMREMIT-ST.
           SELECT POLMSTR
             ASSIGN TO POLMSTR
               ORGANIZATION IS INDEXED
             ASSIGN TO CASHREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CASHREG-ST.
           SELECT PREMAPPL
             ASSIGN TO PREMAPPL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMAPPL-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
       FILE SECTION.
       FD  PREMPAY
           RECORD CONTAINS 80 CHARACTERS.
       01 PREMPAY-REC                 PIC X(80).

       FD  PREMREMIT
           RECORD CONTAINS 80 CHARACTERS.
       01 PREMREMIT-REC               PIC X(80).

       FD  POLMSTR
           RECORD CONTAINS 100 CHARACTERS.
           RECORD CONTAINS 100 CHARACTERS.
       01 CASHREG-LINE                PIC X(100).

       FD  PREMAPPL
           RECORD CONTAINS 80 CHARACTERS.
           COPY PREMAPPL.

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.
               88 POLMSTR-REC-FOUND                VALUE '00'.
           05 CASHREG-ST                PIC X(2).
               88 CASHREG-OK                       VALUE '00'.
           05 PREMAPPL-ST               PIC X(2).
               88 PREMAPPL-OK                      VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 PREMREMIT-ST              PIC X(2).
               88 PREMREMIT-OK                     VALUE '00'.
               88 PREMREMIT-MISSING                VALUE '35'.
           05 PREMPAY-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-PAYMENTS                 VALUE 'Y'.
           05 PAYMENT-FILE-SW           PIC X(1)   VALUE 'C'.
               88 READING-CASH                     VALUE 'C'.
               88 READING-REMITTANCE               VALUE 'P'.

      * One payment from either input file.
       01 PAYMENT-IN-WS.
           05 PP-POLICY-NO              PIC 9(09).
           05 PP-PAYMENT-DATE           PIC 9(08).
           05 PP-PAYMENT-AMOUNT         PIC S9(7)V99.
           05 PP-PAYMENT-SOURCE         PIC X(01).
               88 PP-PAYROLL-REMITTANCE            VALUE 'P'.
           05 FILLER                    PIC X(53).

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 PAYMENTS-READ-WS          PIC S9(7)    VALUE ZERO.
           05 PAYMENTS-APPLIED-WS       PIC S9(7)    VALUE ZERO.
           05 PAYMENTS-REJECTED-WS      PIC S9(7)    VALUE ZERO.
           05 TOT-APPLIED-WS            PIC S9(9)V99 VALUE ZERO.
           05 REMITS-APPLIED-WS         PIC S9(7)    VALUE ZERO.
           05 TOT-REMIT-APPLIED-WS      PIC S9(9)V99 VALUE ZERO.
           05 MONTHS-COVERED-WS         PIC S9(3)    VALUE ZERO.
           05 RESIDUAL-WS               PIC S9(7)V99 VALUE ZERO.

               10 PT-MONTH              PIC 9(2).
               10 PT-DAY                PIC 9(2).
           05 WORK-MONTHS-WS            PIC S9(7).
           05 PRIOR-PAID-TO-WS          PIC 9(08).

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
                  VALUE '  REJECTED: '.
           05 RGT-REJECTED-O            PIC ZZZ,ZZ9.

       01 REG-REMIT-TOTAL-LINE.
           05 FILLER                    PIC X(20)
                  VALUE 'PAYROLL REMITTANCE:'.
           05 RGR-APPLIED-O             PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(09)  VALUE '  TOTAL: '.
           05 RGR-TOTAL-O               PIC $$$,$$$,$$9.99.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           OPEN INPUT PREMPAY
           IF PREMPAY-MISSING
              DISPLAY 'NO PREMIUM PAYMENT FILE THIS RUN'
              MOVE 'P' TO PAYMENT-FILE-SW
           ELSE
           IF NOT PREMPAY-OK
              DISPLAY 'PREMIUM PAYMENT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT PREMREMIT
           IF PREMREMIT-MISSING
              DISPLAY 'NO PAYROLL PREMIUM REMITTANCE THIS RUN'
              IF READING-REMITTANCE
                 MOVE 'Y' TO PREMPAY-EOF-SW
              END-IF
           ELSE
           IF NOT PREMREMIT-OK
              DISPLAY 'PAYROLL REMITTANCE FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN I-O POLMSTR
           IF NOT POLMSTR-OK
              DISPLAY 'POLICY MASTER FILE PROBLEM'
           IF NOT CASHREG-OK
              DISPLAY 'CASH REGISTER PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN EXTEND PREMAPPL
           IF NOT PREMAPPL-OK
              OPEN OUTPUT PREMAPPL
              IF NOT PREMAPPL-OK
                 DISPLAY 'PREMIUM APPLIED EXTRACT PROBLEM'
                 GO TO 999-ERROR-RTN
              END-IF
           END-IF.
           MOVE CURR-DATE-WS TO REG-HDG-DATE.
           WRITE CASHREG-LINE FROM REG-HEADING-ONE.
           MOVE SPACES TO CASHREG-LINE.
              DISPLAY 'NO RUNPARM FILE - USING SYSTEM DATE'
           END-IF.

      * The cash payments first, then the payroll remittance.
       170-READ-PAYMENT.
           IF READING-CASH
              READ PREMPAY INTO PAYMENT-IN-WS
                 AT END
                    PERFORM 175-SWITCH-TO-REMITTANCE
              END-READ
           END-IF.
           IF READING-REMITTANCE
              READ PREMREMIT INTO PAYMENT-IN-WS
                 AT END
                    MOVE 'Y' TO PREMPAY-EOF-SW
              END-READ
           END-IF.
           IF NOT NO-MORE-PAYMENTS
              ADD 1 TO PAYMENTS-READ-WS
           END-IF.

       175-SWITCH-TO-REMITTANCE.
           IF PREMREMIT-MISSING
              MOVE 'Y' TO PREMPAY-EOF-SW
           ELSE
              MOVE 'P' TO PAYMENT-FILE-SW
           END-IF.

       200-APPLY-ONE-PAYMENT.
           MOVE PP-POLICY-NO TO POL-POLICY-NO.
           READ POLMSTR.
           DIVIDE PP-PAYMENT-AMOUNT BY POL-PREMIUM-AMOUNT
              GIVING MONTHS-COVERED-WS REMAINDER RESIDUAL-WS.
           MOVE POL-PAID-TO-DATE TO PAID-TO-DATE-WS.
           MOVE POL-PAID-TO-DATE TO PRIOR-PAID-TO-WS.
           COMPUTE WORK-MONTHS-WS =
              (PT-YEAR * 12) + PT-MONTH + MONTHS-COVERED-WS - 1.
           DIVIDE WORK-MONTHS-WS BY 12
           MOVE POL-PAID-TO-DATE   TO REG-PAID-TO.
           IF RESIDUAL-WS > ZERO
              MOVE 'APPLIED - RESIDUE UNAPPLIED' TO REG-DISP-OUT
           ELSE
           IF PP-PAYROLL-REMITTANCE
              MOVE 'APPLIED - PAYROLL REMITTANCE' TO REG-DISP-OUT
           ELSE
              MOVE 'APPLIED' TO REG-DISP-OUT
           END-IF
           END-IF.
           WRITE CASHREG-LINE FROM REG-DETAIL-LINE.
           ADD 1                  TO PAYMENTS-APPLIED-WS.
           ADD PP-PAYMENT-AMOUNT  TO TOT-APPLIED-WS.
           IF PP-PAYROLL-REMITTANCE
              ADD 1                 TO REMITS-APPLIED-WS
              ADD PP-PAYMENT-AMOUNT TO TOT-REMIT-APPLIED-WS
           END-IF.
           PERFORM 350-WRITE-APPLIED-EXTRACT.

      * Commission is paid on premium, not on cash - the extract
      * carries the whole months applied, without the residue.
       350-WRITE-APPLIED-EXTRACT.
           MOVE SPACES             TO PA-APPLIED-REC.
           MOVE POL-POLICY-NO      TO PA-POLICY-NO.
           MOVE POL-POLICY-TYPE    TO PA-POLICY-TYPE.
           MOVE CURR-DATE-WS       TO PA-APPLIED-DATE.
           MOVE PP-PAYMENT-DATE    TO PA-PAYMENT-DATE.
           MOVE PP-PAYMENT-AMOUNT  TO PA-PAYMENT-AMOUNT.
           COMPUTE PA-PREMIUM-APPLIED =
              POL-PREMIUM-AMOUNT * MONTHS-COVERED-WS.
           MOVE MONTHS-COVERED-WS  TO PA-MONTHS-COVERED.
           MOVE PRIOR-PAID-TO-WS   TO PA-PRIOR-PAID-TO.
           MOVE POL-PAID-TO-DATE   TO PA-NEW-PAID-TO.
           IF POL-WRITING-AGENT NUMERIC
              MOVE POL-WRITING-AGENT TO PA-WRITING-AGENT
           ELSE
              MOVE ZERO              TO PA-WRITING-AGENT
           END-IF.
           WRITE PA-APPLIED-REC.

       400-WRITE-REJECT.
           MOVE PP-POLICY-NO      TO REG-POLICY-NO.
           MOVE TOT-APPLIED-WS       TO RGT-TOTAL-O.
           MOVE PAYMENTS-REJECTED-WS TO RGT-REJECTED-O.
           WRITE CASHREG-LINE FROM REG-TOTAL-LINE.
           MOVE REMITS-APPLIED-WS    TO RGR-APPLIED-O.
           MOVE TOT-REMIT-APPLIED-WS TO RGR-TOTAL-O.
           WRITE CASHREG-LINE FROM REG-REMIT-TOTAL-LINE.

       900-WRAP-UP.
           DISPLAY 'PAYMENTS READ:    ' PAYMENTS-READ-WS.
           IF NOT PREMPAY-MISSING
              CLOSE PREMPAY
           END-IF.
           IF NOT PREMREMIT-MISSING
              CLOSE PREMREMIT
           END-IF.
           CLOSE POLMSTR, CASHREG, PREMAPPL.
           IF PAYMENTS-REJECTED-WS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE PREMPAY, PREMREMIT, POLMSTR, CASHREG, PREMAPPL.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
