      * the filing service. When the extract is written and totaled
      * the run performs the audited year-start reset: every balance
      * zeroed, with before and after control totals printed so the
      * reset is provable. Social Security and Medicare wages and
      * tax come off the calendar-year figures the payroll run
      * banks beside the quarter's, on a second report line and a
      * companion RO record per employee. Every wage box starts
      * from the calendar-year gross as the payroll run banks it,
      * after the pre-tax health premium, so no box reports the
      * premium as wages. A test run (RUNPARM) writes the report
      * and extract but leaves the balances standing.
      *
       ENVIRONMENT DIVISION.
           DATA RECORD IS W2RPT-REC.
       01  W2RPT-REC  PIC X(110).
      * Mag-media extract: RA submitter record up front, one RW
      * wage record per employee followed by its RO record with
      * the Social Security and Medicare boxes, RF final record
      * with the totals.
       FD  W2EXTR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
               10  W2-REPORTABLE       PIC 9(09)V99.
               10  W2-FED-WH           PIC 9(09)V99.
               10  W2-STATE-WH         PIC 9(09)V99.
               10  FILLER              PIC X(05).
           05  W2-FICA-DATA REDEFINES W2-DETAIL-DATA.
               10  W2-FICA-EMP-KEY     PIC X(20).
               10  W2-SS-WAGES         PIC 9(09)V99.
               10  W2-SS-WH            PIC 9(07)V99.
               10  W2-MED-WAGES        PIC 9(09)V99.
               10  W2-MED-WH           PIC 9(07)V99.
               10  FILLER              PIC X(18).
           05  W2-FINAL-DATA REDEFINES W2-DETAIL-DATA.
               10  W2-EMP-COUNT        PIC 9(07).
               10  W2-TOT-REPORTABLE   PIC 9(11)V99.
               10  W2-TOT-FED          PIC 9(11)V99.
               10  W2-TOT-STATE        PIC 9(11)V99.
               10  W2-TOT-SS-WH        PIC 9(11)V99.
               10  W2-TOT-MED-WH       PIC 9(11)V99.
               10  FILLER              PIC X(06).
       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.
       77  EMPLOYEES-READ-WS           PIC 9(07) VALUE ZERO.
       77  PRETAX-401K-WS              PIC 9(07)V99 VALUE ZERO.
       77  REPORTABLE-WS               PIC 9(09)V99 VALUE ZERO.
       77  TAXED-WAGES-WS              PIC 9(09)V99 VALUE ZERO.
       77  TOT-REPORTABLE-WS           PIC 9(11)V99 VALUE ZERO.
       77  TOT-FED-WS                  PIC 9(11)V99 VALUE ZERO.
       77  TOT-STATE-WS                PIC 9(11)V99 VALUE ZERO.
      * Social Security wage base, kept in step with PAYROL3A's.
       77  SS-WAGE-BASE-WS             PIC 9(07)V99 VALUE 176100.00.
       77  MED-WAGES-WS                PIC 9(09)V99 VALUE ZERO.
       77  SS-WAGES-WS                 PIC 9(09)V99 VALUE ZERO.
       77  SS-WH-WS                    PIC 9(07)V99 VALUE ZERO.
       77  MED-WH-WS                   PIC 9(07)V99 VALUE ZERO.
       77  TOT-SS-WH-WS                PIC 9(11)V99 VALUE ZERO.
       77  TOT-MED-WH-WS               PIC 9(11)V99 VALUE ZERO.
      * Reset audit figures: what the file held before the zeroing
      * and what it holds after, printed side by side.
       77  BEFORE-GROSS-WS             PIC 9(11)V99 VALUE ZERO.
           05  WD-FED-OUT          PIC $$$,$$9.99.
           05  FILLER              PIC X(09)  VALUE '  STATE: '.
           05  WD-STATE-OUT        PIC $$$,$$9.99.
       01  W2-FICA-LINE.
           05  FILLER              PIC X(20)  VALUE SPACE.
           05  FILLER              PIC X(12)  VALUE '  SS WAGES: '.
           05  WF-SS-WAGES-OUT     PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(06)  VALUE '  SS: '.
           05  WF-SS-OUT           PIC $$$,$$9.99.
           05  FILLER              PIC X(13)  VALUE '  MED WAGES: '.
           05  WF-MED-WAGES-OUT    PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(07)  VALUE '  MED: '.
           05  WF-MED-OUT          PIC $$$,$$9.99.
       01  W2-RESET-LINE.
           05  WR-LABEL-OUT        PIC X(16).
           05  FILLER              PIC X(12)  VALUE '  EMPLOYEES:'.
           PERFORM 400-Read-Balance.
       200-Report-One-Employee.
           PERFORM 250-Total-401K.
           PERFORM 270-Set-Taxed-Wages.
           IF PRETAX-401K-WS < TAXED-WAGES-WS
               COMPUTE REPORTABLE-WS =
                       TAXED-WAGES-WS - PRETAX-401K-WS
           ELSE
               MOVE ZERO TO REPORTABLE-WS.
           MOVE YTD-EMP-KEY   TO WD-NAME-OUT.
           MOVE YTD-GROSS-PAY TO WD-GROSS-OUT.
           ADD REPORTABLE-WS TO TOT-REPORTABLE-WS.
           ADD YTD-FED-WH    TO TOT-FED-WS.
           ADD YTD-STATE-WH  TO TOT-STATE-WS.
           PERFORM 300-Report-FICA.
      * Pre-tax 401K still counts as FICA wages, so the Medicare
      * wage box is the full calendar-year wages after the health
      * premium and the Social Security box those wages up to the
      * wage base.
       300-Report-FICA.
           MOVE TAXED-WAGES-WS TO MED-WAGES-WS.
           IF MED-WAGES-WS > SS-WAGE-BASE-WS
               MOVE SS-WAGE-BASE-WS TO SS-WAGES-WS
           ELSE
               MOVE MED-WAGES-WS TO SS-WAGES-WS
           END-IF.
           MOVE ZERO TO SS-WH-WS, MED-WH-WS.
           IF YTD-ANNUAL-SS-WH NUMERIC
               MOVE YTD-ANNUAL-SS-WH TO SS-WH-WS
           END-IF.
           IF YTD-ANNUAL-MED-WH NUMERIC
               MOVE YTD-ANNUAL-MED-WH TO MED-WH-WS
           END-IF.
           MOVE SS-WAGES-WS  TO WF-SS-WAGES-OUT.
           MOVE SS-WH-WS     TO WF-SS-OUT.
           MOVE MED-WAGES-WS TO WF-MED-WAGES-OUT.
           MOVE MED-WH-WS    TO WF-MED-OUT.
           WRITE W2RPT-REC FROM W2-FICA-LINE.
           MOVE SPACES TO W2EXTR-REC.
           MOVE "RO" TO W2-RECORD-TYPE.
           MOVE YTD-EMP-KEY  TO W2-FICA-EMP-KEY.
           MOVE SS-WAGES-WS  TO W2-SS-WAGES.
           MOVE SS-WH-WS     TO W2-SS-WH.
           MOVE MED-WAGES-WS TO W2-MED-WAGES.
           MOVE MED-WH-WS    TO W2-MED-WH.
           WRITE W2EXTR-REC.
           ADD SS-WH-WS  TO TOT-SS-WH-WS.
           ADD MED-WH-WS TO TOT-MED-WH-WS.
      * The employee's pre-tax total is the 401K deductions'
      * taken-to-date off the deduction master, walked the same way
      * the payroll run walks them.
           END-IF
           END-IF
           END-IF.
      * The year's wages after the pre-tax health premium, off the
      * calendar-year gross; a balance that never banked one falls
      * back on the quarter's gross less its premium.
       270-Set-Taxed-Wages.
           MOVE YTD-GROSS-PAY TO TAXED-WAGES-WS.
           IF YTD-HEALTH-PREM NUMERIC
               IF YTD-HEALTH-PREM < YTD-GROSS-PAY
                   COMPUTE TAXED-WAGES-WS =
                           YTD-GROSS-PAY - YTD-HEALTH-PREM
               ELSE
                   MOVE ZERO TO TAXED-WAGES-WS
               END-IF
           END-IF.
           IF YTD-ANNUAL-GROSS NUMERIC
               IF YTD-ANNUAL-GROSS > TAXED-WAGES-WS
                   MOVE YTD-ANNUAL-GROSS TO TAXED-WAGES-WS
               END-IF
           END-IF.
       400-Read-Balance.
           READ YTDBAL NEXT RECORD
               AT END MOVE "Y" TO YTDBAL-EOF
           MOVE TOT-REPORTABLE-WS TO W2-TOT-REPORTABLE.
           MOVE TOT-FED-WS        TO W2-TOT-FED.
           MOVE TOT-STATE-WS      TO W2-TOT-STATE.
           MOVE TOT-SS-WH-WS      TO W2-TOT-SS-WH.
           MOVE TOT-MED-WH-WS     TO W2-TOT-MED-WH.
           WRITE W2EXTR-REC.
      * The audited reset: a full second pass banks the before
      * totals, zeroes every balance, and re-reads for the after
               ADD YTD-GROSS-PAY TO BEFORE-GROSS-WS
               ADD 1 TO BEFORE-COUNT-WS
               MOVE ZERO TO YTD-GROSS-PAY, YTD-CHECK-COUNT,
                            YTD-FED-WH, YTD-STATE-WH,
                            YTD-SS-WH, YTD-MED-WH,
                            YTD-ANNUAL-GROSS, YTD-ANNUAL-SS-WH,
                            YTD-ANNUAL-MED-WH, YTD-HEALTH-PREM
               REWRITE YTDBAL-REC.
       770-Verify-One-Balance.
           READ YTDBAL NEXT RECORD
