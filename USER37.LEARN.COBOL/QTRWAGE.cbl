      * and state withholding, check count - company totals by tax
      * type, and a fixed-format extract for the filing service
      * framed by a header and trailer whose control totals tie to
      * the quarter's payroll registers. Each employee also gets a
      * FICA line - the quarter's Social Security wages under the
      * wage base, the Social Security and Medicare withheld, and
      * wages past the additional Medicare threshold - and the
      * totals carry both shares of FICA plus the FUTA and SUTA
      * wages and tax for the 941 and the unemployment filings.
      * The quarter's share of each wage limit comes from the
      * calendar-year gross PAYROL3A banks beside the quarter's.
      * The gross lines tie to the registers; the FICA, FUTA and
      * SUTA wages are the quarter's gross less the pre-tax health
      * premium banked beside it, the wages the taxes were
      * figured on.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           DATA RECORD IS QTRRPT-REC.
       01  QTRRPT-REC  PIC X(110).
      * Filing-service extract (80 bytes): 0 header with the
      * quarter, 1 employee detail, 2 employee FICA detail, 9
      * trailer with the company totals the filing balances
      * against.
       FD  QTREXTR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
               10  QX-STATE-WH         PIC 9(09)V99.
               10  QX-CHECK-COUNT      PIC 9(05).
               10  FILLER              PIC X(20).
           05  QX-FICA-DATA REDEFINES QX-DETAIL-DATA.
               10  QX-FICA-EMP-KEY     PIC X(20).
               10  QX-FICA-QUARTER     PIC 9(01).
               10  QX-SS-WAGES         PIC 9(09)V99.
               10  QX-SS-WH            PIC 9(07)V99.
               10  QX-MED-WAGES        PIC 9(09)V99.
               10  QX-MED-WH           PIC 9(07)V99.
               10  QX-ADDL-MED-WAGES   PIC 9(07)V99.
               10  FILLER              PIC X(09).
      * The trailer's FICA totals are both shares, employee and
      * employer, as the 941 reports them.
           05  QX-TRAILER-DATA REDEFINES QX-DETAIL-DATA.
               10  QX-EMP-COUNT        PIC 9(07).
               10  QX-TOT-GROSS        PIC 9(11)V99.
               10  QX-TOT-FED          PIC 9(11)V99.
               10  QX-TOT-STATE        PIC 9(11)V99.
               10  QX-TOT-SS-TAX       PIC 9(11)V99.
               10  QX-TOT-MED-TAX      PIC 9(11)V99.
               10  FILLER              PIC X(07).
       WORKING-STORAGE SECTION.
       01  YTDBAL-EOF                  PIC X(01) VALUE SPACE.
       01  YTDBAL-STATUS               PIC X(02).
       77  TOT-GROSS-WS                PIC 9(11)V99 VALUE ZERO.
       77  TOT-FED-WS                  PIC 9(11)V99 VALUE ZERO.
       77  TOT-STATE-WS                PIC 9(11)V99 VALUE ZERO.
      * Statutory payroll tax rates and wage limits, kept in step
      * with PAYROL3A's each January.
       77  SS-TAX-RATE-WS              PIC V999  VALUE .062.
       77  SS-WAGE-BASE-WS             PIC 9(07)V99 VALUE 176100.00.
       77  MEDICARE-TAX-RATE-WS        PIC V9999 VALUE .0145.
       77  ADDL-MEDICARE-THRESHOLD-WS  PIC 9(07)V99 VALUE 200000.00.
       77  FUTA-TAX-RATE-WS            PIC V999  VALUE .006.
       77  FUTA-WAGE-BASE-WS           PIC 9(07)V99 VALUE 7000.00.
       77  SUTA-TAX-RATE-WS            PIC V9999 VALUE .0270.
       77  SUTA-WAGE-BASE-WS           PIC 9(07)V99 VALUE 9000.00.
      * One employee's quarter against the calendar-year limits.
       77  QTR-WAGES-WS                PIC 9(09)V99 VALUE ZERO.
       77  TOT-MED-WAGES-WS            PIC 9(11)V99 VALUE ZERO.
       77  ANNUAL-GROSS-WS             PIC 9(09)V99 VALUE ZERO.
       77  PRIOR-ANNUAL-GROSS-WS       PIC 9(09)V99 VALUE ZERO.
       77  WAGE-LIMIT-WS               PIC 9(07)V99 VALUE ZERO.
       77  LIMITED-WAGES-WS            PIC 9(09)V99 VALUE ZERO.
       77  SS-WAGES-WS                 PIC 9(09)V99 VALUE ZERO.
       77  SS-WH-WS                    PIC 9(07)V99 VALUE ZERO.
       77  MED-WH-WS                   PIC 9(07)V99 VALUE ZERO.
       77  ADDL-MED-WAGES-WS           PIC 9(09)V99 VALUE ZERO.
       77  ER-SS-TAX-WS                PIC 9(07)V99 VALUE ZERO.
       77  ER-MEDICARE-TAX-WS          PIC 9(07)V99 VALUE ZERO.
       77  FUTA-WAGES-WS               PIC 9(09)V99 VALUE ZERO.
       77  FUTA-TAX-WS                 PIC 9(07)V99 VALUE ZERO.
       77  SUTA-WAGES-WS               PIC 9(09)V99 VALUE ZERO.
       77  SUTA-TAX-WS                 PIC 9(07)V99 VALUE ZERO.
       77  TOT-SS-WAGES-WS             PIC 9(11)V99 VALUE ZERO.
       77  TOT-SS-WS                   PIC 9(11)V99 VALUE ZERO.
       77  TOT-ER-SS-WS                PIC 9(11)V99 VALUE ZERO.
       77  TOT-MED-WS                  PIC 9(11)V99 VALUE ZERO.
       77  TOT-ER-MED-WS               PIC 9(11)V99 VALUE ZERO.
       77  TOT-ADDL-MED-WAGES-WS       PIC 9(11)V99 VALUE ZERO.
       77  TOT-FUTA-WAGES-WS           PIC 9(11)V99 VALUE ZERO.
       77  TOT-FUTA-WS                 PIC 9(11)V99 VALUE ZERO.
       77  TOT-SUTA-WAGES-WS           PIC 9(11)V99 VALUE ZERO.
       77  TOT-SUTA-WS                 PIC 9(11)V99 VALUE ZERO.
       01  QTR-HDR.
           05  FILLER              PIC X(34)
                  VALUE 'QUARTERLY WAGE AND TAX SUMMARY    '.
           05  QD-STATE-OUT        PIC $$$,$$9.99.
           05  FILLER              PIC X(10)  VALUE '  CHECKS: '.
           05  QD-COUNT-OUT        PIC ZZ,ZZ9.
       01  QTR-FICA-LINE.
           05  FILLER              PIC X(25)  VALUE SPACE.
           05  FILLER              PIC X(10)  VALUE 'SS WAGES: '.
           05  QF-SS-WAGES-OUT     PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(06)  VALUE '  SS: '.
           05  QF-SS-OUT           PIC $$$,$$9.99.
           05  FILLER              PIC X(07)  VALUE '  MED: '.
           05  QF-MED-OUT          PIC $$$,$$9.99.
           05  FILLER              PIC X(14)  VALUE '  ADDL WAGES: '.
           05  QF-ADDL-OUT         PIC $$$,$$9.99.
       01  QTR-TOTAL-LINE.
           05  FILLER              PIC X(12)
                  VALUE 'EMPLOYEES:  '.
           05  QT-FED-OUT          PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(13)  VALUE '  STATE W/H: '.
           05  QT-STATE-OUT        PIC $$$,$$$,$$9.99.
       01  QTR-SS-TOTAL-LINE.
           05  FILLER              PIC X(12)  VALUE 'SS WAGES:   '.
           05  QTS-WAGES-OUT       PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(09)  VALUE '  EE SS: '.
           05  QTS-EE-OUT          PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(09)  VALUE '  ER SS: '.
           05  QTS-ER-OUT          PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(14)  VALUE '  ADDL WAGES: '.
           05  QTS-ADDL-OUT        PIC $$$,$$$,$$9.99.
       01  QTR-MED-TOTAL-LINE.
           05  FILLER              PIC X(12)  VALUE 'MED WAGES:  '.
           05  QTM-WAGES-OUT       PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(10)  VALUE '  EE MED: '.
           05  QTM-EE-OUT          PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(10)  VALUE '  ER MED: '.
           05  QTM-ER-OUT          PIC $$$,$$$,$$9.99.
       01  QTR-UI-TOTAL-LINE.
           05  FILLER              PIC X(12)  VALUE 'FUTA WAGES: '.
           05  QTU-FUTA-WAGES-OUT  PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(08)  VALUE '  FUTA: '.
           05  QTU-FUTA-OUT        PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(14)  VALUE '  SUTA WAGES: '.
           05  QTU-SUTA-WAGES-OUT  PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(08)  VALUE '  SUTA: '.
           05  QTU-SUTA-OUT        PIC $$$,$$$,$$9.99.
       PROCEDURE DIVISION.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main UNTIL YTDBAL-EOF = "Y".
           ADD YTD-GROSS-PAY TO TOT-GROSS-WS.
           ADD YTD-FED-WH    TO TOT-FED-WS.
           ADD YTD-STATE-WH  TO TOT-STATE-WS.
           PERFORM 300-Report-Employee-FICA.
      * The quarter's wages under each calendar-year limit are the
      * part of the limit the year's gross reached this quarter:
      * what it reaches now less what it reached before the
      * quarter's pay.
       300-Report-Employee-FICA.
           MOVE YTD-GROSS-PAY TO QTR-WAGES-WS.
           IF YTD-HEALTH-PREM NUMERIC
               IF YTD-HEALTH-PREM < YTD-GROSS-PAY
                   COMPUTE QTR-WAGES-WS =
                           YTD-GROSS-PAY - YTD-HEALTH-PREM
               ELSE
                   MOVE ZERO TO QTR-WAGES-WS
               END-IF
           END-IF.
           MOVE QTR-WAGES-WS TO ANNUAL-GROSS-WS.
           IF YTD-ANNUAL-GROSS NUMERIC
               IF YTD-ANNUAL-GROSS > QTR-WAGES-WS
                   MOVE YTD-ANNUAL-GROSS TO ANNUAL-GROSS-WS
               END-IF
           END-IF.
           COMPUTE PRIOR-ANNUAL-GROSS-WS =
                   ANNUAL-GROSS-WS - QTR-WAGES-WS.
           MOVE ZERO TO SS-WH-WS, MED-WH-WS.
           IF YTD-SS-WH NUMERIC
               MOVE YTD-SS-WH TO SS-WH-WS
           END-IF.
           IF YTD-MED-WH NUMERIC
               MOVE YTD-MED-WH TO MED-WH-WS
           END-IF.
           MOVE SS-WAGE-BASE-WS TO WAGE-LIMIT-WS.
           PERFORM 350-Wages-Under-Limit.
           MOVE LIMITED-WAGES-WS TO SS-WAGES-WS.
           MOVE ZERO TO ADDL-MED-WAGES-WS.
           IF ANNUAL-GROSS-WS > ADDL-MEDICARE-THRESHOLD-WS
               IF PRIOR-ANNUAL-GROSS-WS NOT <
                       ADDL-MEDICARE-THRESHOLD-WS
                   MOVE QTR-WAGES-WS TO ADDL-MED-WAGES-WS
               ELSE
                   COMPUTE ADDL-MED-WAGES-WS =
                       ANNUAL-GROSS-WS - ADDL-MEDICARE-THRESHOLD-WS
               END-IF
           END-IF.
           MOVE FUTA-WAGE-BASE-WS TO WAGE-LIMIT-WS.
           PERFORM 350-Wages-Under-Limit.
           MOVE LIMITED-WAGES-WS TO FUTA-WAGES-WS.
           MOVE SUTA-WAGE-BASE-WS TO WAGE-LIMIT-WS.
           PERFORM 350-Wages-Under-Limit.
           MOVE LIMITED-WAGES-WS TO SUTA-WAGES-WS.
           COMPUTE ER-SS-TAX-WS ROUNDED =
                   SS-WAGES-WS * SS-TAX-RATE-WS.
           COMPUTE ER-MEDICARE-TAX-WS ROUNDED =
                   QTR-WAGES-WS * MEDICARE-TAX-RATE-WS.
           COMPUTE FUTA-TAX-WS ROUNDED =
                   FUTA-WAGES-WS * FUTA-TAX-RATE-WS.
           COMPUTE SUTA-TAX-WS ROUNDED =
                   SUTA-WAGES-WS * SUTA-TAX-RATE-WS.
           MOVE SS-WAGES-WS       TO QF-SS-WAGES-OUT.
           MOVE SS-WH-WS          TO QF-SS-OUT.
           MOVE MED-WH-WS         TO QF-MED-OUT.
           MOVE ADDL-MED-WAGES-WS TO QF-ADDL-OUT.
           WRITE QTRRPT-REC FROM QTR-FICA-LINE.
           MOVE SPACES TO QTREXTR-REC.
           MOVE "2" TO QX-RECORD-TYPE.
           MOVE YTD-EMP-KEY       TO QX-FICA-EMP-KEY.
           MOVE YTD-QUARTER       TO QX-FICA-QUARTER.
           MOVE SS-WAGES-WS       TO QX-SS-WAGES.
           MOVE SS-WH-WS          TO QX-SS-WH.
           MOVE QTR-WAGES-WS      TO QX-MED-WAGES.
           MOVE MED-WH-WS         TO QX-MED-WH.
           MOVE ADDL-MED-WAGES-WS TO QX-ADDL-MED-WAGES.
           WRITE QTREXTR-REC.
           ADD SS-WAGES-WS        TO TOT-SS-WAGES-WS.
           ADD SS-WH-WS           TO TOT-SS-WS.
           ADD ER-SS-TAX-WS       TO TOT-ER-SS-WS.
           ADD MED-WH-WS          TO TOT-MED-WS.
           ADD ER-MEDICARE-TAX-WS TO TOT-ER-MED-WS.
           ADD ADDL-MED-WAGES-WS  TO TOT-ADDL-MED-WAGES-WS.
           ADD QTR-WAGES-WS       TO TOT-MED-WAGES-WS.
           ADD FUTA-WAGES-WS      TO TOT-FUTA-WAGES-WS.
           ADD FUTA-TAX-WS        TO TOT-FUTA-WS.
           ADD SUTA-WAGES-WS      TO TOT-SUTA-WAGES-WS.
           ADD SUTA-TAX-WS        TO TOT-SUTA-WS.
       350-Wages-Under-Limit.
           IF PRIOR-ANNUAL-GROSS-WS NOT < WAGE-LIMIT-WS
               MOVE ZERO TO LIMITED-WAGES-WS
           ELSE
           IF ANNUAL-GROSS-WS > WAGE-LIMIT-WS
               COMPUTE LIMITED-WAGES-WS =
                       WAGE-LIMIT-WS - PRIOR-ANNUAL-GROSS-WS
           ELSE
               MOVE QTR-WAGES-WS TO LIMITED-WAGES-WS
           END-IF
           END-IF.
       400-Read-Balance.
           READ YTDBAL NEXT RECORD
               AT END MOVE "Y" TO YTDBAL-EOF
           MOVE TOT-FED-WS   TO QT-FED-OUT.
           MOVE TOT-STATE-WS TO QT-STATE-OUT.
           WRITE QTRRPT-REC FROM QTR-TOTAL-LINE.
           MOVE TOT-SS-WAGES-WS TO QTS-WAGES-OUT.
           MOVE TOT-SS-WS       TO QTS-EE-OUT.
           MOVE TOT-ER-SS-WS    TO QTS-ER-OUT.
           MOVE TOT-ADDL-MED-WAGES-WS TO QTS-ADDL-OUT.
           WRITE QTRRPT-REC FROM QTR-SS-TOTAL-LINE.
           MOVE TOT-MED-WAGES-WS TO QTM-WAGES-OUT.
           MOVE TOT-MED-WS      TO QTM-EE-OUT.
           MOVE TOT-ER-MED-WS   TO QTM-ER-OUT.
           WRITE QTRRPT-REC FROM QTR-MED-TOTAL-LINE.
           MOVE TOT-FUTA-WAGES-WS TO QTU-FUTA-WAGES-OUT.
           MOVE TOT-FUTA-WS       TO QTU-FUTA-OUT.
           MOVE TOT-SUTA-WAGES-WS TO QTU-SUTA-WAGES-OUT.
           MOVE TOT-SUTA-WS       TO QTU-SUTA-OUT.
           WRITE QTRRPT-REC FROM QTR-UI-TOTAL-LINE.
           MOVE SPACES TO QTREXTR-REC.
           MOVE "9" TO QX-RECORD-TYPE.
           MOVE EMPLOYEES-READ-WS TO QX-EMP-COUNT.
           MOVE TOT-GROSS-WS TO QX-TOT-GROSS.
           MOVE TOT-FED-WS   TO QX-TOT-FED.
           MOVE TOT-STATE-WS TO QX-TOT-STATE.
           COMPUTE QX-TOT-SS-TAX  = TOT-SS-WS + TOT-ER-SS-WS.
           COMPUTE QX-TOT-MED-TAX = TOT-MED-WS + TOT-ER-MED-WS.
           WRITE QTREXTR-REC.
       900-Wrap-Up.
           DISPLAY "EMPLOYEES SUMMARIZED: " EMPLOYEES-READ-WS.
