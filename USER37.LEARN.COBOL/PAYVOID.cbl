      * (the original posting with debits and credits swapped). A
      * reissue transaction follows the reversal with a fresh check
      * at the corrected gross, withheld at the shop's standard
      * rates. Social Security and Medicare come back off the
      * quarter and calendar-year balances with the check, and the
      * employer's matching FICA is reversed alongside the
      * employee's; the reissue withholds both again against the
      * year's wage base and additional Medicare threshold. A
      * health premium the voided check took pre-tax (its HLT
      * deduction) comes off the quarter's premium, and only the
      * wages after it come off the calendar-year gross the taxes
      * were figured on. Every action prints on the adjustment
      * register. The reversing entries post as of the business
      * date on the shared RUNPARM record, as the payroll run's do.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ADJREG
           ASSIGN TO UT-S-ADJREG
             ACCESS MODE IS SEQUENTIAL.
           SELECT RUNPARM
           ASSIGN TO UT-S-RUNPARM
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RUNPARM-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYVTRAN
               10  VT-DED-TYPE         PIC X(03).
               10  VT-DED-AMT          PIC 9(07)V99.
           05  VT-NEW-GROSS            PIC 9(07)V99.
           05  VT-SS-WH                PIC 9(07)V99.
           05  VT-MED-WH               PIC 9(07)V99.
           05  FILLER                  PIC X(01).
       FD  YTDBAL
           RECORD CONTAINS 80 CHARACTERS.
       COPY YTDBAL.
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADJREG-REC.
       01  ADJREG-REC  PIC X(110).
       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.
       WORKING-STORAGE SECTION.
       01  PAYVTRAN-EOF                PIC X(01) VALUE SPACE.
       01  PAYVTRAN-ST                 PIC X(02).
       01  DEDMSTR-STATUS              PIC X(02).
           88  DEDMSTR-OK                         VALUE "00".
           88  DEDMSTR-MISSING                    VALUE "35".
       01  RUNPARM-ST                  PIC X(02).
           88  RUNPARM-OK                         VALUE "00".
       77  BUSINESS-DATE-WS            PIC 9(08) VALUE ZERO.
       77  FED-WITHHOLDING-RATE-WS     PIC V99   VALUE .15.
       77  STATE-WITHHOLDING-RATE-WS   PIC V99   VALUE .05.
       77  TRANS-READ-WS               PIC 9(05) VALUE ZERO.
       77  NEW-FED-WS                  PIC 9(07)V99 VALUE ZERO.
       77  NEW-STATE-WS                PIC 9(07)V99 VALUE ZERO.
       77  NEW-NET-WS                  PIC 9(07)V99 VALUE ZERO.
      * FICA rates and limits, kept in step with PAYROL3A's.
       77  SS-TAX-RATE-WS              PIC V999  VALUE .062.
       77  SS-WAGE-BASE-WS             PIC 9(07)V99 VALUE 176100.00.
       77  MEDICARE-TAX-RATE-WS        PIC V9999 VALUE .0145.
       77  ADDL-MEDICARE-RATE-WS       PIC V999  VALUE .009.
       77  ADDL-MEDICARE-THRESHOLD-WS  PIC 9(07)V99 VALUE 200000.00.
       77  VOID-SS-WS                  PIC 9(07)V99 VALUE ZERO.
       77  VOID-MED-WS                 PIC 9(07)V99 VALUE ZERO.
       77  VOID-ER-MED-WS              PIC 9(07)V99 VALUE ZERO.
      * Pre-tax health premium type, kept in step with PAYROL3A's.
       77  HEALTH-DED-TYPE-WS          PIC X(03) VALUE "HLT".
       77  VOID-PREMIUM-WS             PIC 9(07)V99 VALUE ZERO.
       77  VOID-WAGES-WS               PIC 9(07)V99 VALUE ZERO.
       77  PRIOR-ANNUAL-GROSS-WS       PIC 9(09)V99 VALUE ZERO.
       77  ANNUAL-GROSS-WS             PIC 9(09)V99 VALUE ZERO.
       77  NEW-SS-WAGES-WS             PIC 9(07)V99 VALUE ZERO.
       77  NEW-ADDL-WAGES-WS           PIC 9(07)V99 VALUE ZERO.
       77  NEW-SS-WS                   PIC 9(07)V99 VALUE ZERO.
       77  NEW-MED-WS                  PIC 9(07)V99 VALUE ZERO.
       77  NEW-ER-MED-WS               PIC 9(07)V99 VALUE ZERO.
       77  FICA-PAYABLE-WS             PIC 9(07)V99 VALUE ZERO.
       77  DEDMSTR-SCAN-EOF-SW         PIC X(01) VALUE "N".
       77  DED-REVERSED-SW             PIC X(01) VALUE "N".
       01  ADJ-HDR.
               DISPLAY "NO DEDUCTIONS MASTER - NONE TO REVERSE".
           OPEN OUTPUT VOIDGL.
           OPEN OUTPUT ADJREG.
           PERFORM 050-Check-Run-Parameters.
           MOVE BUSINESS-DATE-WS TO AH-DATE.
           WRITE ADJREG-REC FROM ADJ-HDR.
           PERFORM 400-Read-Transaction.
      * The business date comes off the shared run parameters the
      * job driver writes, as in the payroll run; with no RUNPARM
      * file it is today's date.
       050-Check-Run-Parameters.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE-WS.
           OPEN INPUT RUNPARM
           IF RUNPARM-OK
               READ RUNPARM INTO RUNPARM-REC
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RP-BUSINESS-DATE TO BUSINESS-DATE-WS
               END-READ
               CLOSE RUNPARM
           ELSE
               DISPLAY "NO RUNPARM FILE - USING SYSTEM DATE".
       100-Main.
           PERFORM 200-Process-Void.
           PERFORM 400-Read-Transaction.
      * reversing GL postings - the original entries with the
      * debits and credits swapped.
       300-Reverse-Check.
           PERFORM 310-Check-FICA-Fields.
           SUBTRACT VT-GROSS    FROM YTD-GROSS-PAY.
           SUBTRACT VT-FED-WH   FROM YTD-FED-WH.
           SUBTRACT VT-STATE-WH FROM YTD-STATE-WH.
           IF YTD-CHECK-COUNT > ZERO
               SUBTRACT 1 FROM YTD-CHECK-COUNT.
           SUBTRACT VOID-PREMIUM-WS FROM YTD-HEALTH-PREM.
           SUBTRACT VOID-WAGES-WS FROM YTD-ANNUAL-GROSS.
           SUBTRACT VOID-SS-WS  FROM YTD-SS-WH, YTD-ANNUAL-SS-WH.
           SUBTRACT VOID-MED-WS FROM YTD-MED-WH, YTD-ANNUAL-MED-WH.
           REWRITE YTDBAL-REC.
           MOVE ZERO TO DED-TOTAL-WS.
           PERFORM 320-Reverse-One-Deduction
               VARYING DED-SUB-WS FROM 1 BY 1
               UNTIL DED-SUB-WS > 3.
           COMPUTE NET-PAY-WS = VT-GROSS - VT-FED-WH - VT-STATE-WH
               - VOID-SS-WS - VOID-MED-WS - DED-TOTAL-WS.
           PERFORM 330-Write-Reversing-GL.
           MOVE VT-EMP-KEY TO AJ-EMP-OUT.
           MOVE VT-CHECK-DATE TO AJ-CHECK-DATE-OUT.
           MOVE "VOIDED" TO AJ-DISP-OUT.
           WRITE ADJREG-REC FROM ADJ-LINE.
           ADD 1 TO CHECKS-VOIDED-WS.
      * A void keyed without the FICA amounts backs out none, and
      * a balance carrying no FICA figures yet starts them at zero.
      * The check's taxed wages are its gross less the pre-tax
      * premium keyed among its deductions.
       310-Check-FICA-Fields.
           MOVE ZERO TO VOID-SS-WS, VOID-MED-WS, VOID-PREMIUM-WS.
           PERFORM 315-Add-Void-Premium
               VARYING DED-SUB-WS FROM 1 BY 1
               UNTIL DED-SUB-WS > 3.
           IF VOID-PREMIUM-WS > VT-GROSS
               MOVE VT-GROSS TO VOID-PREMIUM-WS.
           COMPUTE VOID-WAGES-WS = VT-GROSS - VOID-PREMIUM-WS.
           IF VT-SS-WH NUMERIC
               MOVE VT-SS-WH TO VOID-SS-WS.
           IF VT-MED-WH NUMERIC
               MOVE VT-MED-WH TO VOID-MED-WS.
           IF VOID-MED-WS = ZERO
               MOVE ZERO TO VOID-ER-MED-WS
           ELSE
               COMPUTE VOID-ER-MED-WS ROUNDED =
                   VOID-WAGES-WS * MEDICARE-TAX-RATE-WS.
           IF YTD-ANNUAL-GROSS NOT NUMERIC
               MOVE ZERO TO YTD-ANNUAL-GROSS.
           IF YTD-SS-WH NOT NUMERIC
               MOVE ZERO TO YTD-SS-WH.
           IF YTD-MED-WH NOT NUMERIC
               MOVE ZERO TO YTD-MED-WH.
           IF YTD-ANNUAL-SS-WH NOT NUMERIC
               MOVE ZERO TO YTD-ANNUAL-SS-WH.
           IF YTD-ANNUAL-MED-WH NOT NUMERIC
               MOVE ZERO TO YTD-ANNUAL-MED-WH.
           IF YTD-HEALTH-PREM NOT NUMERIC
               MOVE ZERO TO YTD-HEALTH-PREM.
           IF VOID-PREMIUM-WS > YTD-HEALTH-PREM
               MOVE YTD-HEALTH-PREM TO VOID-PREMIUM-WS.
       315-Add-Void-Premium.
           IF VT-DED-TYPE (DED-SUB-WS) = HEALTH-DED-TYPE-WS
              AND VT-DED-AMT (DED-SUB-WS) NUMERIC
               ADD VT-DED-AMT (DED-SUB-WS) TO VOID-PREMIUM-WS.
       320-Reverse-One-Deduction.
           IF VT-DED-AMT (DED-SUB-WS) NOT NUMERIC
               CONTINUE
           END-IF.
       330-Write-Reversing-GL.
           MOVE SPACES TO GLEXTR-REC.
           MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE "PAYVOID " TO GL-SOURCE.
           MOVE "SALEXP" TO GL-ACCOUNT.
           MOVE "VOID - SALARY EXPENSE" TO GL-DESCRIPTION.
           MOVE VT-GROSS TO GL-CREDIT.
           WRITE GLEXTR-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE "PAYVOID " TO GL-SOURCE.
           MOVE "CASH" TO GL-ACCOUNT.
           MOVE "VOID - NET PAY RECOVERED" TO GL-DESCRIPTION.
           MOVE ZERO TO GL-CREDIT.
           WRITE GLEXTR-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE "PAYVOID " TO GL-SOURCE.
           MOVE "FEDWHPAY" TO GL-ACCOUNT.
           MOVE "VOID - FEDERAL W/H" TO GL-DESCRIPTION.
           MOVE ZERO TO GL-CREDIT.
           WRITE GLEXTR-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE "PAYVOID " TO GL-SOURCE.
           MOVE "STAWHPAY" TO GL-ACCOUNT.
           MOVE "VOID - STATE W/H" TO GL-DESCRIPTION.
           MOVE VT-STATE-WH TO GL-DEBIT.
           MOVE ZERO TO GL-CREDIT.
           WRITE GLEXTR-REC.
           COMPUTE FICA-PAYABLE-WS = VOID-SS-WS + VOID-MED-WS
               + VOID-SS-WS + VOID-ER-MED-WS.
           IF FICA-PAYABLE-WS > ZERO
               MOVE SPACES TO GLEXTR-REC
               MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N
               MOVE "PAYVOID " TO GL-SOURCE
               MOVE "FICAPAY" TO GL-ACCOUNT
               MOVE "VOID - SOC SEC/MEDICARE" TO GL-DESCRIPTION
               MOVE FICA-PAYABLE-WS TO GL-DEBIT
               MOVE ZERO TO GL-CREDIT
               WRITE GLEXTR-REC
               MOVE SPACES TO GLEXTR-REC
               MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N
               MOVE "PAYVOID " TO GL-SOURCE
               MOVE "PRTAXEXP" TO GL-ACCOUNT
               MOVE "VOID - EMPLOYER FICA" TO GL-DESCRIPTION
               MOVE ZERO TO GL-DEBIT
               COMPUTE GL-CREDIT = VOID-SS-WS + VOID-ER-MED-WS
               WRITE GLEXTR-REC.
           IF DED-TOTAL-WS > ZERO
               MOVE SPACES TO GLEXTR-REC
               MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N
               MOVE "PAYVOID " TO GL-SOURCE
               MOVE "DEDPAY" TO GL-ACCOUNT
               MOVE "VOID - DEDUCTIONS" TO GL-DESCRIPTION
               WRITE GLEXTR-REC.
      * The replacement check at the corrected gross, withheld at
      * the shop's standard rates; deductions for the period were
      * already taken on the voided check and are not re-taken, so
      * with no pre-tax premium the whole corrected gross is taxed
      * wages for the calendar-year gross.
       350-Reissue-Check.
           COMPUTE NEW-FED-WS ROUNDED =
               VT-NEW-GROSS * FED-WITHHOLDING-RATE-WS.
           COMPUTE NEW-STATE-WS ROUNDED =
               VT-NEW-GROSS * STATE-WITHHOLDING-RATE-WS.
           PERFORM 360-Reissue-FICA.
           COMPUTE NEW-NET-WS = VT-NEW-GROSS - NEW-FED-WS
               - NEW-STATE-WS - NEW-SS-WS - NEW-MED-WS.
           ADD VT-NEW-GROSS TO YTD-GROSS-PAY.
           ADD NEW-FED-WS   TO YTD-FED-WH.
           ADD NEW-STATE-WS TO YTD-STATE-WH.
           ADD 1 TO YTD-CHECK-COUNT.
           ADD VT-NEW-GROSS TO YTD-ANNUAL-GROSS.
           ADD NEW-SS-WS    TO YTD-SS-WH, YTD-ANNUAL-SS-WH.
           ADD NEW-MED-WS   TO YTD-MED-WH, YTD-ANNUAL-MED-WH.
           REWRITE YTDBAL-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE "PAYVOID " TO GL-SOURCE.
           MOVE "SALEXP" TO GL-ACCOUNT.
           MOVE "REISSUE - SALARY EXPENSE" TO GL-DESCRIPTION.
           MOVE ZERO TO GL-CREDIT.
           WRITE GLEXTR-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE "PAYVOID " TO GL-SOURCE.
           MOVE "CASH" TO GL-ACCOUNT.
           MOVE "REISSUE - NET PAY" TO GL-DESCRIPTION.
           MOVE NEW-NET-WS TO GL-CREDIT.
           WRITE GLEXTR-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE "PAYVOID " TO GL-SOURCE.
           MOVE "FEDWHPAY" TO GL-ACCOUNT.
           MOVE "REISSUE - FEDERAL W/H" TO GL-DESCRIPTION.
           MOVE NEW-FED-WS TO GL-CREDIT.
           WRITE GLEXTR-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE "PAYVOID " TO GL-SOURCE.
           MOVE "STAWHPAY" TO GL-ACCOUNT.
           MOVE "REISSUE - STATE W/H" TO GL-DESCRIPTION.
           MOVE ZERO TO GL-DEBIT.
           MOVE NEW-STATE-WS TO GL-CREDIT.
           WRITE GLEXTR-REC.
           COMPUTE FICA-PAYABLE-WS = NEW-SS-WS + NEW-MED-WS
               + NEW-SS-WS + NEW-ER-MED-WS.
           IF FICA-PAYABLE-WS > ZERO
               MOVE SPACES TO GLEXTR-REC
               MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N
               MOVE "PAYVOID " TO GL-SOURCE
               MOVE "PRTAXEXP" TO GL-ACCOUNT
               MOVE "REISSUE - EMPLOYER FICA" TO GL-DESCRIPTION
               COMPUTE GL-DEBIT = NEW-SS-WS + NEW-ER-MED-WS
               MOVE ZERO TO GL-CREDIT
               WRITE GLEXTR-REC
               MOVE SPACES TO GLEXTR-REC
               MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N
               MOVE "PAYVOID " TO GL-SOURCE
               MOVE "FICAPAY" TO GL-ACCOUNT
               MOVE "REISSUE - SOC SEC/MEDICARE" TO GL-DESCRIPTION
               MOVE ZERO TO GL-DEBIT
               MOVE FICA-PAYABLE-WS TO GL-CREDIT
               WRITE GLEXTR-REC.
           MOVE VT-EMP-KEY TO AJ-EMP-OUT.
           MOVE VT-CHECK-DATE TO AJ-CHECK-DATE-OUT.
           MOVE VT-NEW-GROSS TO AJ-GROSS-OUT.
           MOVE "REISSUED AT CORRECTED PAY" TO AJ-DISP-OUT.
           WRITE ADJREG-REC FROM ADJ-LINE.
           ADD 1 TO CHECKS-REISSUED-WS.
      * The replacement check's Social Security stops at the wage
      * base and its Medicare picks up the additional rate past the
      * threshold, both against the calendar-year gross as it
      * stands with the voided check backed out.
       360-Reissue-FICA.
           MOVE YTD-ANNUAL-GROSS TO PRIOR-ANNUAL-GROSS-WS.
           COMPUTE ANNUAL-GROSS-WS =
               PRIOR-ANNUAL-GROSS-WS + VT-NEW-GROSS.
           IF PRIOR-ANNUAL-GROSS-WS NOT < SS-WAGE-BASE-WS
               MOVE ZERO TO NEW-SS-WAGES-WS
           ELSE
           IF ANNUAL-GROSS-WS > SS-WAGE-BASE-WS
               COMPUTE NEW-SS-WAGES-WS =
                   SS-WAGE-BASE-WS - PRIOR-ANNUAL-GROSS-WS
           ELSE
               MOVE VT-NEW-GROSS TO NEW-SS-WAGES-WS
           END-IF
           END-IF.
           MOVE ZERO TO NEW-ADDL-WAGES-WS.
           IF ANNUAL-GROSS-WS > ADDL-MEDICARE-THRESHOLD-WS
               IF PRIOR-ANNUAL-GROSS-WS NOT <
                       ADDL-MEDICARE-THRESHOLD-WS
                   MOVE VT-NEW-GROSS TO NEW-ADDL-WAGES-WS
               ELSE
                   COMPUTE NEW-ADDL-WAGES-WS =
                       ANNUAL-GROSS-WS - ADDL-MEDICARE-THRESHOLD-WS
               END-IF
           END-IF.
           COMPUTE NEW-SS-WS ROUNDED =
               NEW-SS-WAGES-WS * SS-TAX-RATE-WS.
           COMPUTE NEW-ER-MED-WS ROUNDED =
               VT-NEW-GROSS * MEDICARE-TAX-RATE-WS.
           COMPUTE NEW-MED-WS ROUNDED = NEW-ER-MED-WS
               + (NEW-ADDL-WAGES-WS * ADDL-MEDICARE-RATE-WS).
       400-Read-Transaction.
           READ PAYVTRAN
               AT END MOVE "Y" TO PAYVTRAN-EOF
