           ASSIGN TO UT-S-PAYCAL
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PAYCAL-ST.
           SELECT TAXLIAB
           ASSIGN TO UT-S-TAXLIAB
             ACCESS MODE IS SEQUENTIAL.
           SELECT TAXTABLE
           ASSIGN TO UT-S-TAXTABLE
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS TAXTABLE-ST.
           SELECT BENENRL
           ASSIGN TO UT-S-BENENRL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS BE-EMP-KEY
             FILE STATUS IS BENENRL-STATUS.
           SELECT POLMSTR
           ASSIGN TO UT-S-POLMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS POL-POLICY-NO
             FILE STATUS IS POLMSTR-STATUS.
           SELECT PREMREMIT
           ASSIGN TO UT-S-PREMREMIT
             ACCESS MODE IS SEQUENTIAL.
           SELECT PREMRECN
           ASSIGN TO UT-S-PREMRECN
             ACCESS MODE IS SEQUENTIAL.
           SELECT PLANRULE
           ASSIGN TO UT-S-PLANRULE
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PLANRULE-ST.
           SELECT RETACCUM
           ASSIGN TO UT-S-RETACCUM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS RA-EMP-KEY
             FILE STATUS IS RETACCUM-STATUS.
           SELECT RKCONTR
           ASSIGN TO UT-S-RKCONTR
             ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL
      * own overtime threshold) only means adding a row here.
      * Method R pays the keyed amount flat - no per-period
      * proration - for one-time lines such as retroactive pay.
      * The vacation payout columns are FINALPAY's policy for the
      * category at termination: the share of the balance paid
      * out (1.00 pays it all) and the most hours paid, zero for
      * no ceiling. A row left blank there pays the full balance.
       01  CATTABLE-REC.
           05  CT-CODE                 PIC X(01).
           05  CT-CALC-METHOD          PIC X(01).
           05  CT-RATE-FACTOR-1        PIC 9V999.
           05  CT-STD-HOURS            PIC 9(02).
           05  CT-VAC-PAYOUT-PCT       PIC 9V99.
           05  CT-VAC-PAYOUT-MAX-HRS   PIC 9(03).
           05  FILLER                  PIC X(66).
       FD  AUDITLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
      * Authoritative employee data maintained by EMPMAINT - every
      * PAYROLL detail is validated against it before a check cuts.
       FD  EMPMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPMSTR.
      * Voluntary deductions and garnishments per employee, applied
      * after taxes in priority order; taken-to-date posts back here.
           05  PCAL-PAY-FREQ           PIC X(01).
           05  PCAL-PAY-DATE           PIC 9(08).
           05  FILLER                  PIC X(71).
      * Payroll tax liability for the pay date - withheld and
      * employer taxes by tax type, the figures the 941 deposit and
      * the unemployment filings are made from.
       FD  TAXLIAB
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAXLIAB-REC.
       01  TAXLIAB-REC  PIC X(110).
      * Income tax withholding brackets, one row per bracket, in
      * annual dollars: wages over the floor pay the base tax plus
      * the rate on the excess. Rows are keyed by tax year,
      * federal or state, filing status and pay frequency; a blank
      * frequency applies to every frequency without rows of its
      * own. The file carries whichever years payroll has loaded -
      * only the business date's year is used, so each January's
      * tables go in ahead of the first run of the year.
       FD  TAXTABLE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAXTABLE-REC.
       01  TAXTABLE-REC.
           05  TT-TAX-YEAR             PIC 9(04).
           05  TT-JURISDICTION         PIC X(01).
               88  TT-FEDERAL                  VALUE 'F'.
               88  TT-STATE                    VALUE 'S'.
           05  TT-FILING-STATUS        PIC X(01).
           05  TT-PAY-FREQ             PIC X(01).
           05  TT-WAGE-FLOOR           PIC 9(07)V99.
           05  TT-BASE-TAX             PIC 9(07)V99.
           05  TT-RATE                 PIC V9999.
           05  FILLER                  PIC X(51).
      * Health coverage elections maintained by BENEMNT: the policy
      * that covers the employee, the tier, and the premium banked
      * toward the next whole month's remittance.
       FD  BENENRL
           RECORD CONTAINS 80 CHARACTERS.
           COPY BENENRL.
      * The policy master the claims stream keeps - the monthly
      * premium the employee's share is figured from.
       FD  POLMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY POLMSTR.
      * Premium remittance for PREMCASH, in its premium-payment
      * layout: one payment per policy whose banked premium reached
      * a whole month, flagged as coming from payroll.
       FD  PREMREMIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PREMREMIT-REC.
       01  PREMREMIT-REC.
           05  RM-POLICY-NO            PIC 9(09).
           05  RM-PAYMENT-DATE         PIC 9(08).
           05  RM-PAYMENT-AMOUNT       PIC S9(7)V99.
           05  RM-PAYMENT-SOURCE       PIC X(01).
           05  FILLER                  PIC X(53).
      * Premium billed against premium deducted, per enrolled
      * employee paid this run.
       FD  PREMRECN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PREMRECN-REC.
       01  PREMRECN-REC  PIC X(110).
      * 401(k) plan rules: one row per plan year with the employer
      * match percent, the share of the check's pay the match
      * applies to, the months of service before the match starts,
      * and the year's IRS elective deferral and annual additions
      * limits. The latest row not after the business date's year
      * governs, so a year's row only has to go in when a rule or
      * a limit changes.
       FD  PLANRULE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANRULE-REC.
       01  PLANRULE-REC.
           05  PR-PLAN-YEAR            PIC 9(04).
           05  PR-MATCH-PCT            PIC V999.
           05  PR-MATCH-CAP-PCT        PIC V999.
           05  PR-ELIG-MONTHS          PIC 9(03).
           05  PR-DEFERRAL-LIMIT       PIC 9(07)V99.
           05  PR-ADDITIONS-LIMIT      PIC 9(07)V99.
           05  FILLER                  PIC X(49).
      * Each employee's deferral, match and loan repayment for the
      * plan year, held against the plan rule limits.
       FD  RETACCUM
           RECORD CONTAINS 80 CHARACTERS.
           COPY RETACCUM.
      * Contribution file for the 401(k) recordkeeper, one per pay
      * date: a header with the pay date, one detail per employee
      * with money going to the plan - deferral, employer match and
      * loan repayment - and a trailer with the count and totals
      * the recordkeeper balances the funding wire to.
       FD  RKCONTR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RKCONTR-REC.
       01  RKCONTR-REC.
           05  RK-RECORD-TYPE          PIC X(01).
               88  RK-HEADER-REC               VALUE 'H'.
               88  RK-DETAIL-REC               VALUE 'D'.
               88  RK-TRAILER-REC              VALUE 'T'.
           05  RK-DETAIL-DATA.
               10  RK-EMP-KEY          PIC X(20).
               10  RK-PAY-DATE         PIC 9(08).
               10  RK-DEFERRAL         PIC 9(07)V99.
               10  RK-MATCH            PIC 9(07)V99.
               10  RK-LOAN             PIC 9(07)V99.
               10  FILLER              PIC X(24).
           05  RK-HEADER-DATA REDEFINES RK-DETAIL-DATA.
               10  RK-SOURCE           PIC X(08).
               10  RK-HDR-PAY-DATE     PIC 9(08).
               10  FILLER              PIC X(63).
           05  RK-TRAILER-DATA REDEFINES RK-DETAIL-DATA.
               10  RK-DETAIL-COUNT     PIC 9(07).
               10  RK-DEFERRAL-TOTAL   PIC 9(09)V99.
               10  RK-MATCH-TOTAL      PIC 9(09)V99.
               10  RK-LOAN-TOTAL       PIC 9(09)V99.
               10  FILLER              PIC X(39).
       WORKING-STORAGE SECTION.
      * End of File switch
       01  PAYROLL-EOF                 PIC X(01) VALUE SPACE.
           88  PAYHIST-OK                         VALUE "00".
       01  POSPAY-ST                   PIC X(02).
           88  POSPAY-OK                          VALUE "00".
       01  TAXTABLE-ST                 PIC X(02).
           88  TAXTABLE-OK                        VALUE "00".
           88  TAXTABLE-MISSING                   VALUE "35".
       77  TAXTABLE-EOF-SW             PIC X(01) VALUE "N".
      * Brackets for the business date's tax year. With none
      * loaded for a jurisdiction, income tax is withheld there at
      * the flat rate as it always was.
       77  TAX-YEAR-WS                 PIC 9(04) VALUE ZERO.
       77  TAX-TABLE-COUNT-WS          PIC 9(03) VALUE ZERO.
       01  TAX-TABLE-WS.
           05  TAX-BRACKET-ENTRY OCCURS 300 TIMES INDEXED BY TTB-IDX.
               10  TTB-JURISDICTION-WS  PIC X(01).
               10  TTB-FILING-STATUS-WS PIC X(01).
               10  TTB-PAY-FREQ-WS      PIC X(01).
               10  TTB-WAGE-FLOOR-WS    PIC 9(07)V99.
               10  TTB-BASE-TAX-WS      PIC 9(07)V99.
               10  TTB-RATE-WS          PIC V9999.
      * One employee's bracket lookup.
       77  PERIODS-PER-YEAR-WS         PIC 9(02) VALUE 12.
       77  LOOKUP-FREQ-WS              PIC X(01) VALUE SPACE.
       77  LOOKUP-JURISDICTION-WS      PIC X(01) VALUE SPACE.
       77  LOOKUP-STATUS-WS            PIC X(01) VALUE SPACE.
       77  LOOKUP-TABLE-FREQ-WS        PIC X(01) VALUE SPACE.
       77  BRACKET-FOUND-SW            PIC X(01) VALUE "N".
       77  BRACKET-FLOOR-WS            PIC 9(07)V99 VALUE ZERO.
       77  BRACKET-BASE-TAX-WS         PIC 9(07)V99 VALUE ZERO.
       77  BRACKET-RATE-WS             PIC V9999 VALUE ZERO.
       77  ANNUAL-WAGES-WS             PIC 9(09)V99 VALUE ZERO.
       77  ANNUAL-TAX-WS               PIC 9(09)V99 VALUE ZERO.
       77  DEPENDENTS-CREDIT-WS        PIC 9(05) VALUE ZERO.
       77  EXTRA-WITHHOLDING-WS        PIC 9(03)V99 VALUE ZERO.
       01  BENENRL-STATUS              PIC X(02).
           88  BENENRL-FOUND                      VALUE "00".
           88  BENENRL-MISSING                    VALUE "35".
       01  POLMSTR-STATUS              PIC X(02).
           88  POLMSTR-FOUND                      VALUE "00".
           88  POLMSTR-MISSING                    VALUE "35".
      * This check's health premium. The period's share of the
      * policy's monthly premium is billed; the employee's share of
      * it comes out pre-tax, so income tax and FICA are figured on
      * the wages left after it, and the company pays the rest.
       77  HEALTH-ENROLLED-SW          PIC X(01) VALUE "N".
       77  HEALTH-BILLED-WS            PIC 9(05)V99 VALUE ZERO.
       77  HEALTH-DUE-WS               PIC 9(05)V99 VALUE ZERO.
       77  HEALTH-PREMIUM-WS           PIC 9(05)V99 VALUE ZERO.
       77  HEALTH-ER-SHARE-WS          PIC 9(05)V99 VALUE ZERO.
       77  HEALTH-REMITTED-WS          PIC 9(07)V99 VALUE ZERO.
       77  HEALTH-NOTE-WS              PIC X(20) VALUE SPACE.
       77  REMIT-MONTHS-WS             PIC 9(03) VALUE ZERO.
       77  HEALTH-DED-TYPE-WS          PIC X(03) VALUE "HLT".
       77  TAXABLE-WAGES-WS            PIC 9(07)V99 VALUE ZERO.
       77  DED-TYPE-THIS-WS            PIC X(03) VALUE SPACE.
      * Run totals for the premium reconciliation and the employer
      * share's GL posting.
       77  RUN-HEALTH-BILLED-WS        PIC 9(09)V99 VALUE ZERO.
       77  RUN-HEALTH-DUE-WS           PIC 9(09)V99 VALUE ZERO.
       77  RUN-HEALTH-DEDUCTED-WS      PIC 9(09)V99 VALUE ZERO.
       77  RUN-HEALTH-ER-WS            PIC 9(09)V99 VALUE ZERO.
       77  RUN-HEALTH-REMITTED-WS      PIC 9(09)V99 VALUE ZERO.
       77  RUN-HEALTH-SHORT-WS         PIC 9(09)V99 VALUE ZERO.
       01  PLANRULE-ST                 PIC X(02).
           88  PLANRULE-OK                        VALUE "00".
           88  PLANRULE-MISSING                   VALUE "35".
       77  PLANRULE-EOF-SW             PIC X(01) VALUE "N".
       01  RETACCUM-STATUS             PIC X(02).
           88  RETACCUM-FOUND                     VALUE "00".
           88  RETACCUM-MISSING                   VALUE "35".
      * The plan rule in force for the business date's year. With
      * no rule loaded nobody is matched and the deferral limits
      * are not enforced, the way the plan ran before the table.
       77  PLAN-RULE-LOADED-SW         PIC X(01) VALUE "N".
       77  PLAN-YEAR-WS                PIC 9(04) VALUE ZERO.
       77  PLAN-RULE-YEAR-WS           PIC 9(04) VALUE ZERO.
       77  PLAN-MATCH-PCT-WS           PIC V999 VALUE ZERO.
       77  PLAN-MATCH-CAP-PCT-WS       PIC V999 VALUE ZERO.
       77  PLAN-ELIG-MONTHS-WS         PIC 9(03) VALUE ZERO.
       77  PLAN-DEFERRAL-LIMIT-WS      PIC 9(07)V99 VALUE ZERO.
       77  PLAN-ADDITIONS-LIMIT-WS     PIC 9(07)V99 VALUE ZERO.
      * This check's plan money. The deferral and loan types are
      * the deduction master's codes; the match follows the
      * deferral.
       77  DEFERRAL-DED-TYPE-WS        PIC X(03) VALUE "401".
       77  LOAN-DED-TYPE-WS            PIC X(03) VALUE "LON".
       77  CHECK-DEFERRAL-WS           PIC 9(07)V99 VALUE ZERO.
       77  CHECK-MATCH-WS              PIC 9(07)V99 VALUE ZERO.
       77  CHECK-LOAN-WS               PIC 9(07)V99 VALUE ZERO.
       77  PLAN-ROOM-WS                PIC S9(07)V99 VALUE ZERO.
       77  MATCHABLE-PAY-WS            PIC 9(07)V99 VALUE ZERO.
      * Whole months from the hire date to the business date.
       77  SERVICE-MONTHS-WS           PIC S9(05) VALUE ZERO.
       77  HIRE-DAY-WS                 PIC 9(02) VALUE ZERO.
       01  SERVICE-DATE-WS.
           05  SVC-YEAR-WS             PIC 9(04).
           05  SVC-MONTH-WS            PIC 9(02).
           05  SVC-DAY-WS              PIC 9(02).
      * Run totals for the recordkeeper trailer and the match's GL
      * posting.
       77  RK-DETAIL-COUNT-WS          PIC 9(07) VALUE ZERO.
       77  RUN-DEFERRAL-WS             PIC 9(09)V99 VALUE ZERO.
       77  RUN-MATCH-WS                PIC 9(09)V99 VALUE ZERO.
       77  RUN-LOAN-WS                 PIC 9(09)V99 VALUE ZERO.
       01  PREMRECN-HDR.
           05  FILLER              PIC X(32)
                  VALUE 'BENEFIT PREMIUM RECONCILIATION  '.
           05  PRN-DATE            PIC 9(08).
       01  PREMRECN-COL-HDR.
           05  FILLER              PIC X(22)  VALUE 'EMPLOYEE'.
           05  FILLER              PIC X(11)  VALUE 'POLICY'.
           05  FILLER              PIC X(03)  VALUE 'TR'.
           05  FILLER              PIC X(10)  VALUE '   BILLED '.
           05  FILLER              PIC X(10)  VALUE ' EMPL DUE '.
           05  FILLER              PIC X(10)  VALUE ' DEDUCTED '.
           05  FILLER              PIC X(10)  VALUE ' EMPLOYER '.
           05  FILLER              PIC X(11)  VALUE ' REMITTED  '.
           05  FILLER              PIC X(04)  VALUE 'NOTE'.
       01  PREMRECN-LINE.
           05  PRC-EMP-OUT         PIC X(20).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  PRC-POLICY-OUT      PIC 9(09).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  PRC-TIER-OUT        PIC X(02).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  PRC-BILLED-OUT      PIC $$,$$9.99.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  PRC-DUE-OUT         PIC $$,$$9.99.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  PRC-DEDUCTED-OUT    PIC $$,$$9.99.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  PRC-EMPLOYER-OUT    PIC $$,$$9.99.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  PRC-REMITTED-OUT    PIC $$,$$9.99.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  PRC-NOTE-OUT        PIC X(20).
       01  PREMRECN-TOTAL-1.
           05  FILLER              PIC X(16)
                  VALUE 'BILLED PREMIUM: '.
           05  PRT1-BILLED-OUT     PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(22)
                  VALUE '  EMPLOYEE SHARE DUE: '.
           05  PRT1-DUE-OUT        PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(12)  VALUE '  DEDUCTED: '.
           05  PRT1-DEDUCTED-OUT   PIC $$$,$$$,$$9.99.
       01  PREMRECN-TOTAL-2.
           05  FILLER              PIC X(16)
                  VALUE 'EMPLOYER SHARE: '.
           05  PRT2-EMPLOYER-OUT   PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(24)
                  VALUE '  REMITTED TO PREMCASH: '.
           05  PRT2-REMITTED-OUT   PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(09)  VALUE '  SHORT: '.
           05  PRT2-SHORT-OUT      PIC $$$,$$$,$$9.99.
       01  PAYCAL-ST                   PIC X(02).
           88  PAYCAL-OK                          VALUE "00".
           88  PAYCAL-MISSING                     VALUE "35".
       77  RUN-STATE-WS                PIC 9(09)V99 VALUE ZERO.
       77  RUN-NET-WS                  PIC 9(09)V99 VALUE ZERO.
       77  RUN-DED-WS                  PIC 9(09)V99 VALUE ZERO.
       77  RUN-FICA-WS                 PIC 9(09)V99 VALUE ZERO.
      * Run payroll tax accumulators for the liability report and
      * the GL tax postings.
       77  RUN-SS-WAGES-WS             PIC 9(09)V99 VALUE ZERO.
       77  RUN-SS-WS                   PIC 9(09)V99 VALUE ZERO.
       77  RUN-MEDICARE-WS             PIC 9(09)V99 VALUE ZERO.
       77  RUN-ADDL-MED-WAGES-WS       PIC 9(09)V99 VALUE ZERO.
       77  RUN-ADDL-MED-WS             PIC 9(09)V99 VALUE ZERO.
       77  RUN-ER-SS-WS                PIC 9(09)V99 VALUE ZERO.
       77  RUN-ER-MEDICARE-WS          PIC 9(09)V99 VALUE ZERO.
       77  RUN-FUTA-WAGES-WS           PIC 9(09)V99 VALUE ZERO.
       77  RUN-FUTA-WS                 PIC 9(09)V99 VALUE ZERO.
       77  RUN-SUTA-WAGES-WS           PIC 9(09)V99 VALUE ZERO.
       77  RUN-SUTA-WS                 PIC 9(09)V99 VALUE ZERO.
       77  RUN-ER-TAX-WS               PIC 9(09)V99 VALUE ZERO.
       77  RUN-FICA-PAYABLE-WS         PIC 9(09)V99 VALUE ZERO.
       77  RUN-TAXABLE-WAGES-WS        PIC 9(09)V99 VALUE ZERO.
       77  CHECK-DED-TOTAL-WS          PIC 9(07)V99 VALUE ZERO.
       77  GL-DEBIT-TOTAL-WS           PIC 9(09)V99 VALUE ZERO.
       77  GL-CREDIT-TOTAL-WS          PIC 9(09)V99 VALUE ZERO.
           05  PR-DED-OUT          PIC $$$,$$9.99.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  PR-NET-OUT          PIC $$$,$$9.99.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  PR-FICA-OUT         PIC $$$,$$9.99.
       01  PAYREG-TOTAL-LINE.
           05  FILLER              PIC X(10)
                  VALUE 'CHECKS:   '.
       77  FED-WITHHOLDING-WS          PIC 9(07)V99 VALUE ZERO.
       77  STATE-WITHHOLDING-WS        PIC 9(07)V99 VALUE ZERO.
       77  NET-PAY-WS                  PIC 9(07)V99 VALUE ZERO.
      * Statutory payroll tax rates and wage limits - the Social
      * Security wage base, the additional Medicare threshold and
      * the unemployment wage bases are calendar-year amounts, set
      * each January from the published figures and the state's
      * rate notice.
       77  SS-TAX-RATE-WS              PIC V999  VALUE .062.
       77  SS-WAGE-BASE-WS             PIC 9(07)V99 VALUE 176100.00.
       77  MEDICARE-TAX-RATE-WS        PIC V9999 VALUE .0145.
       77  ADDL-MEDICARE-RATE-WS       PIC V999  VALUE .009.
       77  ADDL-MEDICARE-THRESHOLD-WS  PIC 9(07)V99 VALUE 200000.00.
       77  FUTA-TAX-RATE-WS            PIC V999  VALUE .006.
       77  FUTA-WAGE-BASE-WS           PIC 9(07)V99 VALUE 7000.00.
       77  SUTA-TAX-RATE-WS            PIC V9999 VALUE .0270.
       77  SUTA-WAGE-BASE-WS           PIC 9(07)V99 VALUE 9000.00.
      * This check's payroll taxes. The calendar-year gross before
      * and after the check decides how much of it falls under each
      * wage limit.
       77  PRIOR-ANNUAL-GROSS-WS       PIC 9(09)V99 VALUE ZERO.
       77  ANNUAL-GROSS-WS             PIC 9(09)V99 VALUE ZERO.
       77  WAGE-LIMIT-WS               PIC 9(07)V99 VALUE ZERO.
       77  LIMITED-WAGES-WS            PIC 9(07)V99 VALUE ZERO.
       77  SS-WAGES-WS                 PIC 9(07)V99 VALUE ZERO.
       77  SS-WITHHOLDING-WS           PIC 9(07)V99 VALUE ZERO.
       77  MEDICARE-WITHHOLDING-WS     PIC 9(07)V99 VALUE ZERO.
       77  ADDL-MEDICARE-WAGES-WS      PIC 9(07)V99 VALUE ZERO.
       77  ADDL-MEDICARE-WS            PIC 9(07)V99 VALUE ZERO.
       77  FICA-WITHHOLDING-WS         PIC 9(07)V99 VALUE ZERO.
       77  ER-SS-TAX-WS                PIC 9(07)V99 VALUE ZERO.
       77  ER-MEDICARE-TAX-WS          PIC 9(07)V99 VALUE ZERO.
       77  FUTA-WAGES-WS               PIC 9(07)V99 VALUE ZERO.
       77  FUTA-TAX-WS                 PIC 9(07)V99 VALUE ZERO.
       77  SUTA-WAGES-WS               PIC 9(07)V99 VALUE ZERO.
       77  SUTA-TAX-WS                 PIC 9(07)V99 VALUE ZERO.
       01  YTDBAL-STATUS                PIC X(02).
           88  YTDBAL-FOUND                       VALUE "00".
           88  YTDBAL-NOT-FOUND                   VALUE "23".
               10  CHECK-NBR-IN            PIC X(03).
               10  SALARY-IN               PIC 9(05)V99.
               10  MANAGEMENT-BONUS-IN     PIC V99.
      * FINALPAY marks a terminated employee's final check so it
      * gets past the terminated-employee reject and pays on
      * whatever cycle the business date falls.
               10  PAYROLL-LINE-TYPE       PIC X(01).
                   88  FINAL-PAY-LINE              VALUE 'F'.
               10  FILLER                  PIC X(7).
           05  PAYROLL-HEADER-DATA REDEFINES PAYROLL-DETAIL-DATA.
               10  PAYROLL-EXPECTED-COUNT  PIC 9(05).
               10  FILLER                  PIC X(84).
           05  FILLER          PIC X(05)  VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE 'State W/H:          '.
           05  STATE-WITHHOLDING-OUT PIC $$,$99.99.
       01  LINE4CS.
           05  FILLER          PIC X(05)  VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE 'Social Security:    '.
           05  SS-WITHHOLDING-OUT PIC $$,$99.99.
       01  LINE4CM.
           05  FILLER          PIC X(05)  VALUE SPACE.
           05  FILLER          PIC X(20)  VALUE 'Medicare:           '.
           05  MEDICARE-WITHHOLDING-OUT PIC $$,$99.99.
       01  LINE4CD.
           05  FILLER          PIC X(05)  VALUE SPACE.
           05  FILLER          PIC X(11)  VALUE 'Deduction  '.
           05  FILLER              PIC X(05)  VALUE SPACE.
           05  FILLER              PIC X(08)  VALUE 'TOTAL:  '.
           05  DR-TOTAL-OUT        PIC $$$,$$$,$$9.99.
       01  TAXLIAB-HDR.
           05  FILLER              PIC X(34)
                  VALUE 'PAYROLL TAX LIABILITY  PAY DATE  '.
           05  TLH-DATE            PIC 9(08).
       01  TAXLIAB-COL-HDR.
           05  FILLER              PIC X(24)  VALUE 'TAX'.
           05  FILLER              PIC X(16)
                  VALUE '   TAXABLE WAGES'.
           05  FILLER              PIC X(16)
                  VALUE '        EMPLOYEE'.
           05  FILLER              PIC X(16)
                  VALUE '        EMPLOYER'.
           05  FILLER              PIC X(18)
                  VALUE '         LIABILITY'.
       01  TAXLIAB-LINE.
           05  TL-TAX-OUT          PIC X(24).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  TL-WAGES-OUT        PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  TL-EMPLOYEE-OUT     PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  TL-EMPLOYER-OUT     PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(04)  VALUE SPACE.
           05  TL-TOTAL-OUT        PIC $$$,$$$,$$9.99.
      * One liability row staged for 789-Write-Liability-Line.
       77  LIAB-TAX-WS                 PIC X(24) VALUE SPACE.
       77  LIAB-WAGES-WS               PIC 9(09)V99 VALUE ZERO.
       77  LIAB-EMPLOYEE-WS            PIC 9(09)V99 VALUE ZERO.
       77  LIAB-EMPLOYER-WS            PIC 9(09)V99 VALUE ZERO.
       77  LIAB-TOTAL-WS               PIC 9(09)V99 VALUE ZERO.
       77  LIAB-GRAND-TOTAL-WS         PIC 9(09)V99 VALUE ZERO.
       77  LIAB-941-DEPOSIT-WS         PIC 9(09)V99 VALUE ZERO.
       01  YTD-SUMMARY-HDR.
           05  FILLER              PIC X(30)
                  VALUE 'QUARTERLY EARNINGS SUMMARY'.
           PERFORM 764-Write-PosPay-Trailer.
           PERFORM 767-Write-Register-Totals.
           PERFORM 768-Write-GL-Extract.
           PERFORM 787-Write-Tax-Liability.
           PERFORM 788-Write-Premium-Recon-Totals.
           PERFORM 792-Write-Recordkeeper-Trailer.
           PERFORM 772-Write-Deduction-Register.
           PERFORM 773-Write-Labor-Distribution.
           PERFORM 785-Write-ACH-Trailers
           PERFORM 110-Validate-Payroll-Layout.
           PERFORM 300-OPEN-FILES.
           PERFORM 150-Load-Category-Table.
           PERFORM 170-Load-Tax-Tables
               THRU 170-Tax-Tables-Exit.
           PERFORM 180-Load-Plan-Rules
               THRU 180-Plan-Rules-Exit.
      * The YTD balance file resets a quarter's earnings whenever
      * a paycheck's quarter doesn't match what's on the balance
      * record, so figure out the current quarter once up front.
               PERFORM 762-Write-Pay-History
               PERFORM 760-Update-YTD-Balance
               PERFORM 782-Check-Direct-Deposit
               IF FINAL-PAY-LINE
                   PERFORM 783-Close-Final-Enrollment
               END-IF
           ELSE
               MOVE NAME TO CE-NAME-OUT
               PERFORM 750-Write-Category-Exception.
                       MOVE "N" TO EMP-FREQ-DUE-SW
                   END-IF
           END-EVALUATE.
           IF FINAL-PAY-LINE
               MOVE "Y" TO EMP-FREQ-DUE-SW.
       150-Load-Category-Table.
           OPEN INPUT CATTABLE.
           PERFORM 155-Read-Category-Entry
                              CT-CODE
               END-IF
           END-IF.
      * Loads the brackets for the business date's tax year. No
      * tax table file, or none for this year, leaves withholding
      * at the flat rates.
       170-Load-Tax-Tables.
           MOVE BUSINESS-DATE-WS(1:4) TO TAX-YEAR-WS.
           OPEN INPUT TAXTABLE.
           IF TAXTABLE-MISSING
               DISPLAY "NO TAX TABLE FILE - FLAT RATE WITHHOLDING"
               GO TO 170-Tax-Tables-Exit.
           PERFORM 175-Read-Tax-Bracket
               UNTIL TAXTABLE-EOF-SW = "Y".
           CLOSE TAXTABLE.
           IF TAX-TABLE-COUNT-WS = ZERO
               DISPLAY "NO TAX TABLES FOR " TAX-YEAR-WS
                       " - FLAT RATE WITHHOLDING".
       170-Tax-Tables-Exit.
           EXIT.
       175-Read-Tax-Bracket.
           READ TAXTABLE
               AT END MOVE "Y" TO TAXTABLE-EOF-SW
           END-READ.
           IF TAXTABLE-EOF-SW NOT = "Y"
               IF TT-TAX-YEAR = TAX-YEAR-WS
                   IF TAX-TABLE-COUNT-WS < 300
                       ADD 1 TO TAX-TABLE-COUNT-WS
                       SET TTB-IDX TO TAX-TABLE-COUNT-WS
                       MOVE TT-JURISDICTION
                           TO TTB-JURISDICTION-WS(TTB-IDX)
                       MOVE TT-FILING-STATUS
                           TO TTB-FILING-STATUS-WS(TTB-IDX)
                       MOVE TT-PAY-FREQ TO TTB-PAY-FREQ-WS(TTB-IDX)
                       MOVE TT-WAGE-FLOOR
                           TO TTB-WAGE-FLOOR-WS(TTB-IDX)
                       MOVE TT-BASE-TAX TO TTB-BASE-TAX-WS(TTB-IDX)
                       MOVE TT-RATE TO TTB-RATE-WS(TTB-IDX)
                   ELSE
                       DISPLAY "*** TAX TABLE FULL - BRACKET REJECTED "
                               TT-JURISDICTION TT-FILING-STATUS
                   END-IF
               END-IF
           END-IF.
      * Takes the 401(k) plan rule in force for the business date's
      * year - the latest row not after it.
       180-Load-Plan-Rules.
           MOVE BUSINESS-DATE-WS(1:4) TO PLAN-YEAR-WS.
           OPEN INPUT PLANRULE.
           IF PLANRULE-MISSING
               DISPLAY "NO PLAN RULE FILE - NO 401K MATCH OR LIMITS"
               GO TO 180-Plan-Rules-Exit.
           PERFORM 185-Read-Plan-Rule
               UNTIL PLANRULE-EOF-SW = "Y".
           CLOSE PLANRULE.
           IF PLAN-RULE-LOADED-SW = "N"
               DISPLAY "NO PLAN RULE FOR " PLAN-YEAR-WS
                       " - NO 401K MATCH OR LIMITS".
       180-Plan-Rules-Exit.
           EXIT.
       185-Read-Plan-Rule.
           READ PLANRULE
               AT END MOVE "Y" TO PLANRULE-EOF-SW
           END-READ.
           IF PLANRULE-EOF-SW NOT = "Y"
               IF PR-PLAN-YEAR NOT > PLAN-YEAR-WS
                   AND PR-PLAN-YEAR NOT < PLAN-RULE-YEAR-WS
                   MOVE "Y" TO PLAN-RULE-LOADED-SW
                   MOVE PR-PLAN-YEAR TO PLAN-RULE-YEAR-WS
                   MOVE PR-MATCH-PCT TO PLAN-MATCH-PCT-WS
                   MOVE PR-MATCH-CAP-PCT TO PLAN-MATCH-CAP-PCT-WS
                   MOVE PR-ELIG-MONTHS TO PLAN-ELIG-MONTHS-WS
                   MOVE PR-DEFERRAL-LIMIT TO PLAN-DEFERRAL-LIMIT-WS
                   MOVE PR-ADDITIONS-LIMIT TO PLAN-ADDITIONS-LIMIT-WS
               END-IF
           END-IF.
      * Picks up the shared run parameters the job driver writes -
      * only the test-run indicator matters here; running standalone
      * with no RUNPARM file is a production run as before.
           OPEN I-O DDENROLL.
           IF DDENROLL-MISSING
               DISPLAY "NO DD ENROLLMENT MASTER - CHECKS ONLY".
      * No enrollment master means no health premium comes out of
      * anyone's check; the premiums stay on PREMCASH's books.
           OPEN I-O BENENRL.
           IF BENENRL-MISSING
               DISPLAY "NO BENEFIT ENROLLMENTS - NO PREMIUMS TAKEN".
           OPEN INPUT POLMSTR.
           IF POLMSTR-MISSING
               DISPLAY "NO POLICY MASTER - NO PREMIUMS TAKEN".
           OPEN OUTPUT PREMREMIT.
           OPEN OUTPUT PREMRECN.
           MOVE BUSINESS-DATE-WS TO PRN-DATE.
           WRITE PREMRECN-REC FROM PREMRECN-HDR.
           IF TEST-MODE-RUN
               WRITE PREMRECN-REC FROM TEST-RUN-BANNER-WS.
           WRITE PREMRECN-REC FROM PREMRECN-COL-HDR.
      * The plan-year accumulator starts empty the first time the
      * plan money is tracked.
           OPEN I-O RETACCUM.
           IF RETACCUM-MISSING
               OPEN OUTPUT RETACCUM
               CLOSE RETACCUM
               OPEN I-O RETACCUM.
           OPEN OUTPUT RKCONTR.
           IF TEST-MODE-RUN
               CONTINUE
           ELSE
               MOVE SPACES TO RKCONTR-REC
               MOVE "H" TO RK-RECORD-TYPE
               MOVE "PAYROL3A" TO RK-SOURCE
               MOVE BUSINESS-DATE-WS TO RK-HDR-PAY-DATE
               WRITE RKCONTR-REC.
      * No leave master just means no leave line on the stub.
           OPEN INPUT LEAVEMST.
           IF LEAVEMST-MISSING
           WRITE PAYCHECK-REC FROM LINE4.
           WRITE PAYCHECK-REC FROM LINE4B.
           WRITE PAYCHECK-REC FROM LINE4C.
           WRITE PAYCHECK-REC FROM LINE4CS.
           WRITE PAYCHECK-REC FROM LINE4CM.
           PERFORM 510-Write-Deduction-Line
               VARYING CKD-IDX FROM 1 BY 1
               UNTIL CKD-IDX > CHECK-DED-COUNT-WS.
               CLOSE DEDMSTR.
           IF NOT DDENROLL-MISSING
               CLOSE DDENROLL.
           IF NOT BENENRL-MISSING
               CLOSE BENENRL.
           IF NOT POLMSTR-MISSING
               CLOSE POLMSTR.
           CLOSE PREMREMIT, PREMRECN.
           CLOSE RETACCUM, RKCONTR.
           CLOSE PAYREGST.
       700-PROCESS-CHECK.
      ** A category not found in CAT-TABLE-WS is routed to CATEXCP
           END-SEARCH.
           IF VALID-CATEGORY
               MOVE GROSS-PAY-WS TO GROSS-PAY-OUT
               PERFORM 745-Compute-Health-Premium
                   THRU 745-Health-Premium-Exit
               COMPUTE TAXABLE-WAGES-WS =
                       GROSS-PAY-WS - HEALTH-PREMIUM-WS
               PERFORM 706-Compute-Income-Tax
               PERFORM 705-Compute-Payroll-Taxes
               COMPUTE NET-PAY-WS =
                       GROSS-PAY-WS - FED-WITHHOLDING-WS
                                     - STATE-WITHHOLDING-WS
                                     - FICA-WITHHOLDING-WS
                                     - HEALTH-PREMIUM-WS
               MOVE FED-WITHHOLDING-WS TO FED-WITHHOLDING-OUT
               MOVE STATE-WITHHOLDING-WS TO STATE-WITHHOLDING-OUT
               MOVE SS-WITHHOLDING-WS TO SS-WITHHOLDING-OUT
               MOVE MEDICARE-WITHHOLDING-WS
                                     TO MEDICARE-WITHHOLDING-OUT
               PERFORM 741-Read-Retirement-Accum
               PERFORM 720-Apply-Deductions
               PERFORM 747-Take-Health-Premium
               PERFORM 743-Compute-Employer-Match
                   THRU 743-Employer-Match-Exit
               PERFORM 744-Post-Retirement-Accum
               MOVE NET-PAY-WS TO NET-PAY-OUT.
      ** Employee Social Security stops once the calendar year's
      ** wages reach the wage base, and Medicare picks up the
      ** additional rate on wages past the threshold; both are
      ** measured against the annual gross banked on YTDBAL, which
      ** 760-Update-YTD-Balance carries across the quarter resets.
      ** FICA, FUTA and SUTA are all figured on the check's wages
      ** after the pre-tax health premium.
      ** The employer matches Social Security and the base Medicare
      ** rate, and pays FUTA and SUTA on wages up to their own
      ** limits.
       705-Compute-Payroll-Taxes.
           MOVE ZERO TO PRIOR-ANNUAL-GROSS-WS.
           MOVE NAME TO YTD-EMP-KEY.
           READ YTDBAL
               INVALID KEY
                   CONTINUE
           END-READ.
           IF YTDBAL-FOUND
               IF YTD-ANNUAL-GROSS NUMERIC
                   MOVE YTD-ANNUAL-GROSS TO PRIOR-ANNUAL-GROSS-WS
               END-IF
           END-IF.
           COMPUTE ANNUAL-GROSS-WS =
                   PRIOR-ANNUAL-GROSS-WS + TAXABLE-WAGES-WS.
           MOVE SS-WAGE-BASE-WS TO WAGE-LIMIT-WS.
           PERFORM 708-Wages-Under-Limit.
           MOVE LIMITED-WAGES-WS TO SS-WAGES-WS.
           COMPUTE SS-WITHHOLDING-WS ROUNDED =
                   SS-WAGES-WS * SS-TAX-RATE-WS.
           MOVE SS-WITHHOLDING-WS TO ER-SS-TAX-WS.
           COMPUTE ER-MEDICARE-TAX-WS ROUNDED =
                   TAXABLE-WAGES-WS * MEDICARE-TAX-RATE-WS.
           MOVE ZERO TO ADDL-MEDICARE-WAGES-WS.
           IF ANNUAL-GROSS-WS > ADDL-MEDICARE-THRESHOLD-WS
               IF PRIOR-ANNUAL-GROSS-WS NOT <
                       ADDL-MEDICARE-THRESHOLD-WS
                   MOVE TAXABLE-WAGES-WS TO ADDL-MEDICARE-WAGES-WS
               ELSE
                   COMPUTE ADDL-MEDICARE-WAGES-WS =
                       ANNUAL-GROSS-WS - ADDL-MEDICARE-THRESHOLD-WS
               END-IF
           END-IF.
           COMPUTE ADDL-MEDICARE-WS ROUNDED =
                   ADDL-MEDICARE-WAGES-WS * ADDL-MEDICARE-RATE-WS.
           COMPUTE MEDICARE-WITHHOLDING-WS =
                   ER-MEDICARE-TAX-WS + ADDL-MEDICARE-WS.
           COMPUTE FICA-WITHHOLDING-WS =
                   SS-WITHHOLDING-WS + MEDICARE-WITHHOLDING-WS.
           MOVE FUTA-WAGE-BASE-WS TO WAGE-LIMIT-WS.
           PERFORM 708-Wages-Under-Limit.
           MOVE LIMITED-WAGES-WS TO FUTA-WAGES-WS.
           COMPUTE FUTA-TAX-WS ROUNDED =
                   FUTA-WAGES-WS * FUTA-TAX-RATE-WS.
           MOVE SUTA-WAGE-BASE-WS TO WAGE-LIMIT-WS.
           PERFORM 708-Wages-Under-Limit.
           MOVE LIMITED-WAGES-WS TO SUTA-WAGES-WS.
           COMPUTE SUTA-TAX-WS ROUNDED =
                   SUTA-WAGES-WS * SUTA-TAX-RATE-WS.
      ** Income tax is withheld off the W-4 elections on the
      ** employee master: the check's gross is annualized by the
      ** pay frequency, the annual tax read off the bracket for the
      ** employee's filing status, the federal dependents credit
      ** taken off, and the result spread back over the year's
      ** checks with any extra withholding added. An exempt W-4
      ** withholds no income tax; a jurisdiction with no brackets
      ** loaded for the year falls back to the flat rate. The
      ** pre-tax health premium is out of the wages taxed.
       706-Compute-Income-Tax.
           EVALUATE TRUE
               WHEN EM-FREQ-WEEKLY
                   MOVE 52 TO PERIODS-PER-YEAR-WS
                   MOVE "W" TO LOOKUP-FREQ-WS
               WHEN EM-FREQ-BIWEEKLY
                   MOVE 26 TO PERIODS-PER-YEAR-WS
                   MOVE "B" TO LOOKUP-FREQ-WS
               WHEN EM-FREQ-SEMIMONTHLY
                   MOVE 24 TO PERIODS-PER-YEAR-WS
                   MOVE "S" TO LOOKUP-FREQ-WS
               WHEN OTHER
                   MOVE 12 TO PERIODS-PER-YEAR-WS
                   MOVE "M" TO LOOKUP-FREQ-WS
           END-EVALUATE.
           COMPUTE ANNUAL-WAGES-WS =
                   TAXABLE-WAGES-WS * PERIODS-PER-YEAR-WS.
           MOVE ZERO TO DEPENDENTS-CREDIT-WS, EXTRA-WITHHOLDING-WS.
           IF EM-DEPENDENTS-CREDIT NUMERIC
               MOVE EM-DEPENDENTS-CREDIT TO DEPENDENTS-CREDIT-WS
           END-IF.
           IF EM-EXTRA-WITHHOLDING NUMERIC
               MOVE EM-EXTRA-WITHHOLDING TO EXTRA-WITHHOLDING-WS
           END-IF.
           IF EM-EXEMPT-FROM-WH
               MOVE ZERO TO FED-WITHHOLDING-WS, STATE-WITHHOLDING-WS
           ELSE
               MOVE "F" TO LOOKUP-JURISDICTION-WS
               MOVE EM-FILING-STATUS TO LOOKUP-STATUS-WS
               PERFORM 707-Find-Tax-Bracket
               IF BRACKET-FOUND-SW = "Y"
                   IF ANNUAL-TAX-WS > DEPENDENTS-CREDIT-WS
                       SUBTRACT DEPENDENTS-CREDIT-WS
                           FROM ANNUAL-TAX-WS
                   ELSE
                       MOVE ZERO TO ANNUAL-TAX-WS
                   END-IF
                   COMPUTE FED-WITHHOLDING-WS ROUNDED =
                       ANNUAL-TAX-WS / PERIODS-PER-YEAR-WS
                       + EXTRA-WITHHOLDING-WS
               ELSE
                   COMPUTE FED-WITHHOLDING-WS ROUNDED =
                       TAXABLE-WAGES-WS * FED-WITHHOLDING-RATE-WS
                       + EXTRA-WITHHOLDING-WS
               END-IF
               MOVE "S" TO LOOKUP-JURISDICTION-WS
               IF EM-STATE-FILING-STATUS NOT = SPACE
                   MOVE EM-STATE-FILING-STATUS TO LOOKUP-STATUS-WS
               END-IF
               PERFORM 707-Find-Tax-Bracket
               IF BRACKET-FOUND-SW = "Y"
                   COMPUTE STATE-WITHHOLDING-WS ROUNDED =
                       ANNUAL-TAX-WS / PERIODS-PER-YEAR-WS
               ELSE
                   COMPUTE STATE-WITHHOLDING-WS ROUNDED =
                       TAXABLE-WAGES-WS * STATE-WITHHOLDING-RATE-WS
               END-IF
           END-IF.
           IF FED-WITHHOLDING-WS + STATE-WITHHOLDING-WS
                   > TAXABLE-WAGES-WS
               COMPUTE FED-WITHHOLDING-WS =
                       TAXABLE-WAGES-WS - STATE-WITHHOLDING-WS
           END-IF.
      * The highest bracket floor the annualized wages reach, from
      * the employee's own frequency's rows if payroll loaded any,
      * else from the rows that apply to every frequency. Leaves
      * the annual tax in ANNUAL-TAX-WS.
       707-Find-Tax-Bracket.
           IF LOOKUP-STATUS-WS = SPACE
               MOVE "S" TO LOOKUP-STATUS-WS
           END-IF.
           MOVE "N" TO BRACKET-FOUND-SW.
           MOVE ZERO TO ANNUAL-TAX-WS.
           MOVE LOOKUP-FREQ-WS TO LOOKUP-TABLE-FREQ-WS.
           PERFORM 709-Check-Tax-Bracket
               VARYING TTB-IDX FROM 1 BY 1
               UNTIL TTB-IDX > TAX-TABLE-COUNT-WS.
           IF BRACKET-FOUND-SW = "N"
               MOVE SPACE TO LOOKUP-TABLE-FREQ-WS
               PERFORM 709-Check-Tax-Bracket
                   VARYING TTB-IDX FROM 1 BY 1
                   UNTIL TTB-IDX > TAX-TABLE-COUNT-WS
           END-IF.
           IF BRACKET-FOUND-SW = "Y"
               COMPUTE ANNUAL-TAX-WS ROUNDED = BRACKET-BASE-TAX-WS
                   + (ANNUAL-WAGES-WS - BRACKET-FLOOR-WS)
                     * BRACKET-RATE-WS
           END-IF.
       709-Check-Tax-Bracket.
           IF TTB-JURISDICTION-WS(TTB-IDX) = LOOKUP-JURISDICTION-WS
               AND TTB-FILING-STATUS-WS(TTB-IDX) = LOOKUP-STATUS-WS
               AND TTB-PAY-FREQ-WS(TTB-IDX) = LOOKUP-TABLE-FREQ-WS
               AND TTB-WAGE-FLOOR-WS(TTB-IDX) NOT > ANNUAL-WAGES-WS
               IF BRACKET-FOUND-SW = "N"
                   OR TTB-WAGE-FLOOR-WS(TTB-IDX) > BRACKET-FLOOR-WS
                   MOVE "Y" TO BRACKET-FOUND-SW
                   MOVE TTB-WAGE-FLOOR-WS(TTB-IDX) TO BRACKET-FLOOR-WS
                   MOVE TTB-BASE-TAX-WS(TTB-IDX)
                       TO BRACKET-BASE-TAX-WS
                   MOVE TTB-RATE-WS(TTB-IDX) TO BRACKET-RATE-WS
               END-IF
           END-IF.
      * The part of this check's taxable wages still under
      * WAGE-LIMIT-WS for the calendar year.
       708-Wages-Under-Limit.
           IF PRIOR-ANNUAL-GROSS-WS NOT < WAGE-LIMIT-WS
               MOVE ZERO TO LIMITED-WAGES-WS
           ELSE
           IF ANNUAL-GROSS-WS > WAGE-LIMIT-WS
               COMPUTE LIMITED-WAGES-WS =
                       WAGE-LIMIT-WS - PRIOR-ANNUAL-GROSS-WS
           ELSE
               MOVE TAXABLE-WAGES-WS TO LIMITED-WAGES-WS
           END-IF
           END-IF.
      ** Walks the employee's deduction records in priority order
      ** (the file key is employee plus priority) after the tax
      ** withholdings, itemizing each on the check and posting the
               MOVE "Y" TO DEDMSTR-SCAN-EOF-SW
           ELSE
           IF DM-ACTIVE
               MOVE DM-DED-TYPE TO DED-TYPE-THIS-WS
               PERFORM 730-Compute-Deduction-Amount
               IF DED-TYPE-THIS-WS = DEFERRAL-DED-TYPE-WS
                   PERFORM 742-Limit-Deferral
               END-IF
               IF DEDUCT-THIS-WS > ZERO
                   SUBTRACT DEDUCT-THIS-WS FROM NET-PAY-WS
                   ADD DEDUCT-THIS-WS TO CHECK-DED-TOTAL-WS
                   IF DM-GARNISHMENT
                       ADD DEDUCT-THIS-WS TO GARN-TAKEN-WS
                   END-IF
                   IF DED-TYPE-THIS-WS = DEFERRAL-DED-TYPE-WS
                       ADD DEDUCT-THIS-WS TO CHECK-DEFERRAL-WS
                   END-IF
                   IF DED-TYPE-THIS-WS = LOAN-DED-TYPE-WS
                       ADD DEDUCT-THIS-WS TO CHECK-LOAN-WS
                   END-IF
                   PERFORM 735-Itemize-Deduction
                   PERFORM 740-Accum-Deduction-Type
               END-IF
               PERFORM 727-Close-Ended-Deduction
           END-IF
           END-IF
           END-IF.
      * A deduction FINALPAY end-dated comes out of the final check
      * one last time and closes with it.
       727-Close-Ended-Deduction.
           IF FINAL-PAY-LINE
               AND DM-END-DATE NUMERIC AND DM-END-DATE > ZERO
               AND NOT TEST-MODE-RUN
               MOVE "I" TO DM-STATUS
               REWRITE DM-DEDUCTION-REC.
       730-Compute-Deduction-Amount.
           IF DM-PERCENT-OF-GROSS
               COMPUTE DEDUCT-THIS-WS ROUNDED =
           IF CHECK-DED-COUNT-WS < 10
               ADD 1 TO CHECK-DED-COUNT-WS
               SET CKD-IDX TO CHECK-DED-COUNT-WS
               MOVE DED-TYPE-THIS-WS TO CKD-TYPE-WS(CKD-IDX)
               MOVE DEDUCT-THIS-WS TO CKD-AMOUNT-WS(CKD-IDX)
           ELSE
               DISPLAY "*** CHECK DEDUCTION LINES FULL - " NAME
                   IF DED-TYPE-COUNT-WS < 20
                       ADD 1 TO DED-TYPE-COUNT-WS
                       SET DTY-IDX TO DED-TYPE-COUNT-WS
                       MOVE DED-TYPE-THIS-WS TO DTY-TYPE-WS(DTY-IDX)
                       MOVE DEDUCT-THIS-WS TO DTY-TOTAL-WS(DTY-IDX)
                       MOVE 1 TO DTY-COUNT-WS(DTY-IDX)
                   ELSE
                       DISPLAY "*** DEDUCTION TYPE TABLE FULL - "
                               DED-TYPE-THIS-WS
                   END-IF
               WHEN DTY-TYPE-WS(DTY-IDX) = DED-TYPE-THIS-WS
                   ADD DEDUCT-THIS-WS TO DTY-TOTAL-WS(DTY-IDX)
                   ADD 1 TO DTY-COUNT-WS(DTY-IDX)
           END-SEARCH.
      * The employee's 401(k) figures for the plan year, zeroed on
      * the first check of a new year.
       741-Read-Retirement-Accum.
           MOVE ZERO TO CHECK-DEFERRAL-WS, CHECK-MATCH-WS,
                        CHECK-LOAN-WS.
           MOVE NAME TO RA-EMP-KEY.
           READ RETACCUM
               INVALID KEY
                   INITIALIZE RA-ACCUM-REC
                   MOVE NAME TO RA-EMP-KEY
                   MOVE PLAN-YEAR-WS TO RA-PLAN-YEAR
           END-READ.
           IF RA-PLAN-YEAR NOT = PLAN-YEAR-WS
               MOVE PLAN-YEAR-WS TO RA-PLAN-YEAR
               MOVE ZERO TO RA-DEFERRAL-YTD, RA-MATCH-YTD,
                            RA-LOAN-YTD.
      * Deferrals stop at the year's elective deferral limit, and
      * never carry the deferral and match already in past the
      * annual additions limit. A zero limit on the rule is not
      * enforced.
       742-Limit-Deferral.
           IF PLAN-RULE-LOADED-SW = "Y"
               IF PLAN-DEFERRAL-LIMIT-WS > ZERO
                   COMPUTE PLAN-ROOM-WS = PLAN-DEFERRAL-LIMIT-WS
                           - RA-DEFERRAL-YTD - CHECK-DEFERRAL-WS
                   IF PLAN-ROOM-WS < ZERO
                       MOVE ZERO TO PLAN-ROOM-WS
                   END-IF
                   IF DEDUCT-THIS-WS > PLAN-ROOM-WS
                       MOVE PLAN-ROOM-WS TO DEDUCT-THIS-WS
                   END-IF
               END-IF
               IF PLAN-ADDITIONS-LIMIT-WS > ZERO
                   COMPUTE PLAN-ROOM-WS = PLAN-ADDITIONS-LIMIT-WS
                           - RA-DEFERRAL-YTD - RA-MATCH-YTD
                           - CHECK-DEFERRAL-WS
                   IF PLAN-ROOM-WS < ZERO
                       MOVE ZERO TO PLAN-ROOM-WS
                   END-IF
                   IF DEDUCT-THIS-WS > PLAN-ROOM-WS
                       MOVE PLAN-ROOM-WS TO DEDUCT-THIS-WS
                   END-IF
               END-IF
           END-IF.
      ** The employer matches the plan's percent of the check's
      ** deferral, counting no more of the deferral than the cap
      ** percent of the check's gross - a zero cap matches all of
      ** it. Only an employee with the rule's months of service
      ** since hire is matched, and the match stops at the annual
      ** additions limit with the year's deferrals.
       743-Compute-Employer-Match.
           IF PLAN-RULE-LOADED-SW = "N"
               OR CHECK-DEFERRAL-WS = ZERO
               OR PLAN-MATCH-PCT-WS = ZERO
               GO TO 743-Employer-Match-Exit.
           IF EM-HIRE-DATE NOT NUMERIC OR EM-HIRE-DATE = ZERO
               GO TO 743-Employer-Match-Exit.
           MOVE EM-HIRE-DATE TO SERVICE-DATE-WS.
           COMPUTE SERVICE-MONTHS-WS =
                   ZERO - (SVC-YEAR-WS * 12 + SVC-MONTH-WS).
           MOVE SVC-DAY-WS TO HIRE-DAY-WS.
           MOVE BUSINESS-DATE-WS TO SERVICE-DATE-WS.
           COMPUTE SERVICE-MONTHS-WS = SERVICE-MONTHS-WS
                   + SVC-YEAR-WS * 12 + SVC-MONTH-WS.
           IF SVC-DAY-WS < HIRE-DAY-WS
               SUBTRACT 1 FROM SERVICE-MONTHS-WS.
           IF SERVICE-MONTHS-WS < PLAN-ELIG-MONTHS-WS
               GO TO 743-Employer-Match-Exit.
           MOVE CHECK-DEFERRAL-WS TO MATCHABLE-PAY-WS.
           IF PLAN-MATCH-CAP-PCT-WS > ZERO
               COMPUTE MATCHABLE-PAY-WS ROUNDED =
                       GROSS-PAY-WS * PLAN-MATCH-CAP-PCT-WS
               IF CHECK-DEFERRAL-WS < MATCHABLE-PAY-WS
                   MOVE CHECK-DEFERRAL-WS TO MATCHABLE-PAY-WS
               END-IF
           END-IF.
           COMPUTE CHECK-MATCH-WS ROUNDED =
                   MATCHABLE-PAY-WS * PLAN-MATCH-PCT-WS.
           IF PLAN-ADDITIONS-LIMIT-WS > ZERO
               COMPUTE PLAN-ROOM-WS = PLAN-ADDITIONS-LIMIT-WS
                       - RA-DEFERRAL-YTD - RA-MATCH-YTD
                       - CHECK-DEFERRAL-WS
               IF PLAN-ROOM-WS < ZERO
                   MOVE ZERO TO PLAN-ROOM-WS
               END-IF
               IF CHECK-MATCH-WS > PLAN-ROOM-WS
                   MOVE PLAN-ROOM-WS TO CHECK-MATCH-WS
               END-IF
           END-IF.
       743-Employer-Match-Exit.
           EXIT.
      * Any plan money on the check goes on the recordkeeper's
      * contribution file and into the plan-year figures.
       744-Post-Retirement-Accum.
           IF CHECK-DEFERRAL-WS > ZERO OR CHECK-MATCH-WS > ZERO
               OR CHECK-LOAN-WS > ZERO
               ADD CHECK-DEFERRAL-WS TO RA-DEFERRAL-YTD,
                                        RUN-DEFERRAL-WS
               ADD CHECK-MATCH-WS TO RA-MATCH-YTD, RUN-MATCH-WS
               ADD CHECK-LOAN-WS TO RA-LOAN-YTD, RUN-LOAN-WS
               MOVE BUSINESS-DATE-WS TO RA-LAST-PAY-DATE
               IF NOT TEST-MODE-RUN
                   MOVE SPACES TO RKCONTR-REC
                   MOVE "D" TO RK-RECORD-TYPE
                   MOVE NAME TO RK-EMP-KEY
                   MOVE BUSINESS-DATE-WS TO RK-PAY-DATE
                   MOVE CHECK-DEFERRAL-WS TO RK-DEFERRAL
                   MOVE CHECK-MATCH-WS TO RK-MATCH
                   MOVE CHECK-LOAN-WS TO RK-LOAN
                   WRITE RKCONTR-REC
                   ADD 1 TO RK-DETAIL-COUNT-WS
                   IF RETACCUM-FOUND
                       REWRITE RA-ACCUM-REC
                   ELSE
                       WRITE RA-ACCUM-REC
                   END-IF
               END-IF
           END-IF.
      ** An employee enrolled through BENEMNT is billed the pay
      ** period's share of the covering policy's monthly premium,
      ** and the tier's employee share of that comes out of the
      ** check before taxes - never more than the gross. Only the
      ** period's regular pay carries the premium: a flat-method
      ** adjustment line (retro pay, a final check) does not bill
      ** the period a second time. A lapsed or missing policy takes
      ** nothing and shows on the reconciliation.
       745-Compute-Health-Premium.
           MOVE "N" TO HEALTH-ENROLLED-SW.
           MOVE ZERO TO HEALTH-BILLED-WS, HEALTH-DUE-WS,
                        HEALTH-PREMIUM-WS, HEALTH-ER-SHARE-WS,
                        HEALTH-REMITTED-WS.
           MOVE SPACE TO HEALTH-NOTE-WS.
           IF BENENRL-MISSING OR POLMSTR-MISSING
               GO TO 745-Health-Premium-Exit.
           IF CAT-CALC-METHOD-WS(CAT-IDX) = "R"
               GO TO 745-Health-Premium-Exit.
           MOVE NAME TO BE-EMP-KEY.
           READ BENENRL
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT BENENRL-FOUND
               GO TO 745-Health-Premium-Exit.
           IF NOT BE-ACTIVE
               OR BE-EFFECTIVE-DATE > BUSINESS-DATE-WS
               GO TO 745-Health-Premium-Exit.
           MOVE "Y" TO HEALTH-ENROLLED-SW.
           MOVE BE-POLICY-NO TO POL-POLICY-NO.
           READ POLMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT POLMSTR-FOUND
               MOVE "POLICY NOT ON FILE" TO HEALTH-NOTE-WS
               GO TO 745-Health-Premium-Exit.
           IF NOT POL-ACTIVE OR POL-PREMIUM-AMOUNT NOT > ZERO
               MOVE "POLICY NOT ACTIVE" TO HEALTH-NOTE-WS
               GO TO 745-Health-Premium-Exit.
           COMPUTE HEALTH-BILLED-WS ROUNDED =
                   POL-PREMIUM-AMOUNT * FREQ-FACTOR-WS.
           COMPUTE HEALTH-DUE-WS ROUNDED =
                   HEALTH-BILLED-WS * BE-EMPLOYEE-SHARE-PCT.
           COMPUTE HEALTH-ER-SHARE-WS =
                   HEALTH-BILLED-WS - HEALTH-DUE-WS.
           IF HEALTH-DUE-WS > GROSS-PAY-WS
               MOVE GROSS-PAY-WS TO HEALTH-PREMIUM-WS
               MOVE "SHORT - GROSS PAY" TO HEALTH-NOTE-WS
           ELSE
               MOVE HEALTH-DUE-WS TO HEALTH-PREMIUM-WS.
       745-Health-Premium-Exit.
           EXIT.
      * The premium is itemized on the check with the other
      * deductions and credited to the deduction payable under its
      * own type, then banked with the employer's share.
       747-Take-Health-Premium.
           IF HEALTH-PREMIUM-WS > ZERO
               MOVE HEALTH-DED-TYPE-WS TO DED-TYPE-THIS-WS
               MOVE HEALTH-PREMIUM-WS TO DEDUCT-THIS-WS
               ADD HEALTH-PREMIUM-WS TO CHECK-DED-TOTAL-WS
               PERFORM 735-Itemize-Deduction
               PERFORM 740-Accum-Deduction-Type
           END-IF.
           IF HEALTH-BILLED-WS > ZERO
               PERFORM 746-Bank-Health-Premium
           END-IF.
           IF HEALTH-ENROLLED-SW = "Y"
               ADD HEALTH-BILLED-WS TO RUN-HEALTH-BILLED-WS
               ADD HEALTH-DUE-WS TO RUN-HEALTH-DUE-WS
               ADD HEALTH-PREMIUM-WS TO RUN-HEALTH-DEDUCTED-WS
               ADD HEALTH-ER-SHARE-WS TO RUN-HEALTH-ER-WS
               ADD HEALTH-REMITTED-WS TO RUN-HEALTH-REMITTED-WS
               COMPUTE RUN-HEALTH-SHORT-WS = RUN-HEALTH-SHORT-WS
                       + HEALTH-DUE-WS - HEALTH-PREMIUM-WS
               PERFORM 748-Write-Premium-Recon-Line
           END-IF.
      * The employee and employer shares accumulate on the
      * enrollment until they cover at least a month's premium;
      * the whole months go to PREMCASH as one payment for the
      * policy and anything short of a month waits for the next
      * check.
       746-Bank-Health-Premium.
           ADD HEALTH-PREMIUM-WS, HEALTH-ER-SHARE-WS
               TO BE-REMIT-BALANCE.
           ADD HEALTH-PREMIUM-WS TO BE-DEDUCTED-TO-DATE.
           IF BE-REMIT-BALANCE NOT < POL-PREMIUM-AMOUNT
               DIVIDE POL-PREMIUM-AMOUNT INTO BE-REMIT-BALANCE
                   GIVING REMIT-MONTHS-WS
               COMPUTE HEALTH-REMITTED-WS =
                       REMIT-MONTHS-WS * POL-PREMIUM-AMOUNT
               SUBTRACT HEALTH-REMITTED-WS FROM BE-REMIT-BALANCE
               MOVE SPACES TO PREMREMIT-REC
               MOVE BE-POLICY-NO TO RM-POLICY-NO
               MOVE BUSINESS-DATE-WS TO RM-PAYMENT-DATE
               MOVE HEALTH-REMITTED-WS TO RM-PAYMENT-AMOUNT
               MOVE "P" TO RM-PAYMENT-SOURCE
               IF NOT TEST-MODE-RUN
                   WRITE PREMREMIT-REC
               END-IF
           END-IF.
           IF NOT TEST-MODE-RUN
               REWRITE BE-ENROLL-REC.
       748-Write-Premium-Recon-Line.
           MOVE NAME TO PRC-EMP-OUT.
           MOVE BE-POLICY-NO TO PRC-POLICY-OUT.
           MOVE BE-COVERAGE-TIER TO PRC-TIER-OUT.
           MOVE HEALTH-BILLED-WS TO PRC-BILLED-OUT.
           MOVE HEALTH-DUE-WS TO PRC-DUE-OUT.
           MOVE HEALTH-PREMIUM-WS TO PRC-DEDUCTED-OUT.
           MOVE HEALTH-ER-SHARE-WS TO PRC-EMPLOYER-OUT.
           MOVE HEALTH-REMITTED-WS TO PRC-REMITTED-OUT.
           MOVE HEALTH-NOTE-WS TO PRC-NOTE-OUT.
           WRITE PREMRECN-REC FROM PREMRECN-LINE.
      ** The employee master is the authority on who gets paid and
      ** on what terms: an input record for an unknown or terminated
      ** employee, or carrying an hourly rate more than the
      ** tolerance away from the master's standard rate, is routed
      ** to the exception listing instead of paying. The master's
      ** category overrides whatever category the feed carried.
      ** The one exception is FINALPAY's final check, which only a
      ** terminated employee may draw: it pays flat under the
      ** feed's category with no rate on it to check.
       710-Validate-Employee.
           MOVE "Y" TO EMPLOYEE-VALID-SW.
           MOVE NAME TO EM-EMP-KEY.
               MOVE "N" TO EMPLOYEE-VALID-SW
               MOVE "EMPLOYEE NOT ON MASTER" TO EMP-EXCEPTION-REASON-WS
           ELSE
           IF FINAL-PAY-LINE
               IF NOT EM-TERMINATED
                   MOVE "N" TO EMPLOYEE-VALID-SW
                   MOVE "FINAL PAY NOT TERMINATED"
                       TO EMP-EXCEPTION-REASON-WS
               END-IF
           ELSE
           IF EM-TERMINATED
               MOVE "N" TO EMPLOYEE-VALID-SW
               MOVE "EMPLOYEE TERMINATED" TO EMP-EXCEPTION-REASON-WS
                   MOVE EM-CATEGORY TO CATEGORY-IN
               END-IF
           END-IF
           END-IF
           END-IF.

       755-Write-Employee-Exception.
               MOVE ZERO TO YTD-FED-WH.
           IF YTD-STATE-WH NOT NUMERIC
               MOVE ZERO TO YTD-STATE-WH.
           IF YTD-SS-WH NOT NUMERIC
               MOVE ZERO TO YTD-SS-WH.
           IF YTD-MED-WH NOT NUMERIC
               MOVE ZERO TO YTD-MED-WH.
           IF YTD-ANNUAL-GROSS NOT NUMERIC
               MOVE ZERO TO YTD-ANNUAL-GROSS.
           IF YTD-ANNUAL-SS-WH NOT NUMERIC
               MOVE ZERO TO YTD-ANNUAL-SS-WH.
           IF YTD-ANNUAL-MED-WH NOT NUMERIC
               MOVE ZERO TO YTD-ANNUAL-MED-WH.
           IF YTD-HEALTH-PREM NOT NUMERIC
               MOVE ZERO TO YTD-HEALTH-PREM.
      * The calendar-year figures ride through the quarter reset;
      * only W2YEAR's year-start reset clears them.
           IF YTD-QUARTER NOT = CURRENT-QUARTER-WS
               MOVE CURRENT-QUARTER-WS TO YTD-QUARTER
               MOVE ZERO TO YTD-GROSS-PAY, YTD-CHECK-COUNT,
                            YTD-FED-WH, YTD-STATE-WH,
                            YTD-SS-WH, YTD-MED-WH,
                            YTD-HEALTH-PREM.
           ADD GROSS-PAY-WS TO YTD-GROSS-PAY.
           ADD 1 TO YTD-CHECK-COUNT.
           ADD FED-WITHHOLDING-WS TO YTD-FED-WH.
           ADD STATE-WITHHOLDING-WS TO YTD-STATE-WH.
           ADD SS-WITHHOLDING-WS TO YTD-SS-WH, YTD-ANNUAL-SS-WH.
           ADD MEDICARE-WITHHOLDING-WS TO YTD-MED-WH,
                                          YTD-ANNUAL-MED-WH.
      * The quarter keeps the check's whole gross with the pre-tax
      * premium beside it; the year's gross is banked after the
      * premium, the wages the wage base and the FUTA and SUTA
      * limits are measured against.
           ADD HEALTH-PREMIUM-WS TO YTD-HEALTH-PREM.
           ADD TAXABLE-WAGES-WS TO YTD-ANNUAL-GROSS.
           IF TEST-MODE-RUN
               CONTINUE
           ELSE
               MOVE FED-WITHHOLDING-WS TO PH-FED-WH
               MOVE STATE-WITHHOLDING-WS TO PH-STATE-WH
               MOVE NET-PAY-WS TO PH-NET
               MOVE FICA-WITHHOLDING-WS TO PH-FICA-WH
               WRITE PH-PAY-HIST-REC
           END-IF.
       765-Write-Register-Line.
           MOVE STATE-WITHHOLDING-WS TO PR-STATE-OUT.
           MOVE CHECK-DED-TOTAL-WS TO PR-DED-OUT.
           MOVE NET-PAY-WS TO PR-NET-OUT.
           MOVE FICA-WITHHOLDING-WS TO PR-FICA-OUT.
           WRITE PAYREGST-REC FROM PAYREG-LINE.
           ADD GROSS-PAY-WS TO RUN-GROSS-WS.
           ADD TAXABLE-WAGES-WS TO RUN-TAXABLE-WAGES-WS.
           ADD FED-WITHHOLDING-WS TO RUN-FED-WS.
           ADD STATE-WITHHOLDING-WS TO RUN-STATE-WS.
           ADD CHECK-DED-TOTAL-WS TO RUN-DED-WS.
           ADD NET-PAY-WS TO RUN-NET-WS.
           ADD FICA-WITHHOLDING-WS TO RUN-FICA-WS.
           ADD SS-WAGES-WS TO RUN-SS-WAGES-WS.
           ADD SS-WITHHOLDING-WS TO RUN-SS-WS.
           ADD ER-MEDICARE-TAX-WS TO RUN-MEDICARE-WS.
           ADD ADDL-MEDICARE-WAGES-WS TO RUN-ADDL-MED-WAGES-WS.
           ADD ADDL-MEDICARE-WS TO RUN-ADDL-MED-WS.
           ADD ER-SS-TAX-WS TO RUN-ER-SS-WS.
           ADD ER-MEDICARE-TAX-WS TO RUN-ER-MEDICARE-WS.
           ADD FUTA-WAGES-WS TO RUN-FUTA-WAGES-WS.
           ADD FUTA-TAX-WS TO RUN-FUTA-WS.
           ADD SUTA-WAGES-WS TO RUN-SUTA-WAGES-WS.
           ADD SUTA-TAX-WS TO RUN-SUTA-WS.
           PERFORM 766-Accum-Department.
      * The employee-master record 710-Validate-Employee read is
      * still current here, so the department comes straight off
           END-SEARCH.
       766B-Add-To-Department.
           ADD GROSS-PAY-WS TO DPT-GROSS-WS(DEPT-IDX).
           ADD FED-WITHHOLDING-WS, STATE-WITHHOLDING-WS,
               FICA-WITHHOLDING-WS
               TO DPT-TAXES-WS(DEPT-IDX).
           ADD CHECK-DED-TOTAL-WS TO DPT-DEDS-WS(DEPT-IDX).
           ADD NET-PAY-WS TO DPT-NET-WS(DEPT-IDX).
           MOVE RUN-NET-WS TO PRT-NET-OUT.
           WRITE PAYREGST-REC FROM PAYREG-TOTAL-LINE.

      ** Debits salary expense by pay category and the employer's
      ** payroll tax expense; credits cash for the net paid, the
      ** federal and state withholding payables, the FICA payable
      ** (both shares), the FUTA and SUTA payables, and each
      ** deduction type's remittance payable. The file's debits
      ** and credits must balance or the run is flagged.
       768-Write-GL-Extract.
           OPEN OUTPUT GLEXTR.
           PERFORM 769-Write-Salary-Debit
               VARYING DEPT-IDX FROM 1 BY 1
               UNTIL DEPT-IDX > DEPT-COUNT-WS.
           MOVE SPACES TO GLEXTR-REC.
           MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE "PAYROL3A" TO GL-SOURCE.
           MOVE "CASH" TO GL-ACCOUNT.
           MOVE "NET PAYROLL PAID" TO GL-DESCRIPTION.
           WRITE GLEXTR-REC.
           ADD RUN-NET-WS TO GL-CREDIT-TOTAL-WS.
           MOVE SPACES TO GLEXTR-REC.
           MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE "PAYROL3A" TO GL-SOURCE.
           MOVE "FEDWHPAY" TO GL-ACCOUNT.
           MOVE "FEDERAL W/H PAYABLE" TO GL-DESCRIPTION.
           WRITE GLEXTR-REC.
           ADD RUN-FED-WS TO GL-CREDIT-TOTAL-WS.
           MOVE SPACES TO GLEXTR-REC.
           MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE "PAYROL3A" TO GL-SOURCE.
           MOVE "STAWHPAY" TO GL-ACCOUNT.
           MOVE "STATE W/H PAYABLE" TO GL-DESCRIPTION.
           MOVE RUN-STATE-WS TO GL-CREDIT.
           WRITE GLEXTR-REC.
           ADD RUN-STATE-WS TO GL-CREDIT-TOTAL-WS.
           PERFORM 781-Write-Payroll-Tax-GL.
           PERFORM 771-Write-Deduction-Credit
               VARYING DTY-IDX FROM 1 BY 1
               UNTIL DTY-IDX > DED-TYPE-COUNT-WS.
           PERFORM 784-Write-Health-Employer-GL.
           PERFORM 791-Write-Employer-Match-GL.
           CLOSE GLEXTR.
           IF GL-DEBIT-TOTAL-WS NOT = GL-CREDIT-TOTAL-WS
               MOVE "N" TO GL-BALANCED-SW
      * used to allocate by made-up percentages is gone.
       769-Write-Salary-Debit.
           MOVE SPACES TO GLEXTR-REC.
           MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE "PAYROL3A" TO GL-SOURCE.
           MOVE "SAL" TO GL-ACCOUNT.
           MOVE DPT-CODE-WS(DEPT-IDX) TO GL-ACCOUNT(4:4).
           MOVE ZERO TO GL-CREDIT.
           WRITE GLEXTR-REC.
           ADD DPT-GROSS-WS(DEPT-IDX) TO GL-DEBIT-TOTAL-WS.
      * The employer's own payroll taxes are an expense of the
      * run; the FICA payable carries the employee withholding and
      * the employer match together, as the 941 deposit does.
       781-Write-Payroll-Tax-GL.
           COMPUTE RUN-ER-TAX-WS = RUN-ER-SS-WS + RUN-ER-MEDICARE-WS
                                 + RUN-FUTA-WS + RUN-SUTA-WS.
           COMPUTE RUN-FICA-PAYABLE-WS = RUN-FICA-WS + RUN-ER-SS-WS
                                       + RUN-ER-MEDICARE-WS.
           MOVE SPACES TO GLEXTR-REC.
           MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE "PAYROL3A" TO GL-SOURCE.
           MOVE "PRTAXEXP" TO GL-ACCOUNT.
           MOVE "EMPLOYER PAYROLL TAXES" TO GL-DESCRIPTION.
           MOVE RUN-ER-TAX-WS TO GL-DEBIT.
           MOVE ZERO TO GL-CREDIT.
           WRITE GLEXTR-REC.
           ADD RUN-ER-TAX-WS TO GL-DEBIT-TOTAL-WS.
           MOVE SPACES TO GLEXTR-REC.
           MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE "PAYROL3A" TO GL-SOURCE.
           MOVE "FICAPAY" TO GL-ACCOUNT.
           MOVE "SOC SEC/MEDICARE PAYABLE" TO GL-DESCRIPTION.
           MOVE ZERO TO GL-DEBIT.
           MOVE RUN-FICA-PAYABLE-WS TO GL-CREDIT.
           WRITE GLEXTR-REC.
           ADD RUN-FICA-PAYABLE-WS TO GL-CREDIT-TOTAL-WS.
           MOVE SPACES TO GLEXTR-REC.
           MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE "PAYROL3A" TO GL-SOURCE.
           MOVE "FUTAPAY" TO GL-ACCOUNT.
           MOVE "FUTA PAYABLE" TO GL-DESCRIPTION.
           MOVE ZERO TO GL-DEBIT.
           MOVE RUN-FUTA-WS TO GL-CREDIT.
           WRITE GLEXTR-REC.
           ADD RUN-FUTA-WS TO GL-CREDIT-TOTAL-WS.
           MOVE SPACES TO GLEXTR-REC.
           MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE "PAYROL3A" TO GL-SOURCE.
           MOVE "SUTAPAY" TO GL-ACCOUNT.
           MOVE "SUTA PAYABLE" TO GL-DESCRIPTION.
           MOVE ZERO TO GL-DEBIT.
           MOVE RUN-SUTA-WS TO GL-CREDIT.
           WRITE GLEXTR-REC.
           ADD RUN-SUTA-WS TO GL-CREDIT-TOTAL-WS.
      * The company's share of the health premium is a benefit
      * expense, payable to the plan with the employee's share.
       784-Write-Health-Employer-GL.
           IF RUN-HEALTH-ER-WS > ZERO
               MOVE SPACES TO GLEXTR-REC
               MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N
               MOVE "PAYROL3A" TO GL-SOURCE
               MOVE "BENEXP" TO GL-ACCOUNT
               MOVE "HEALTH PREMIUM EMPLOYER" TO GL-DESCRIPTION
               MOVE RUN-HEALTH-ER-WS TO GL-DEBIT
               MOVE ZERO TO GL-CREDIT
               WRITE GLEXTR-REC
               ADD RUN-HEALTH-ER-WS TO GL-DEBIT-TOTAL-WS
               MOVE SPACES TO GLEXTR-REC
               MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N
               MOVE "PAYROL3A" TO GL-SOURCE
               MOVE "DEDPAY" TO GL-ACCOUNT
               MOVE "HLT EMPLOYER SHARE" TO GL-DESCRIPTION
               MOVE ZERO TO GL-DEBIT
               MOVE RUN-HEALTH-ER-WS TO GL-CREDIT
               WRITE GLEXTR-REC
               ADD RUN-HEALTH-ER-WS TO GL-CREDIT-TOTAL-WS.
      * The employer match is a benefit expense, payable to the
      * plan trustee with the deferrals the checks withheld.
       791-Write-Employer-Match-GL.
           IF RUN-MATCH-WS > ZERO
               MOVE SPACES TO GLEXTR-REC
               MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N
               MOVE "PAYROL3A" TO GL-SOURCE
               MOVE "RETEXP" TO GL-ACCOUNT
               MOVE "401K EMPLOYER MATCH" TO GL-DESCRIPTION
               MOVE RUN-MATCH-WS TO GL-DEBIT
               MOVE ZERO TO GL-CREDIT
               WRITE GLEXTR-REC
               ADD RUN-MATCH-WS TO GL-DEBIT-TOTAL-WS
               MOVE SPACES TO GLEXTR-REC
               MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N
               MOVE "PAYROL3A" TO GL-SOURCE
               MOVE "DEDPAY" TO GL-ACCOUNT
               MOVE "401 EMPLOYER MATCH" TO GL-DESCRIPTION
               MOVE ZERO TO GL-DEBIT
               MOVE RUN-MATCH-WS TO GL-CREDIT
               WRITE GLEXTR-REC
               ADD RUN-MATCH-WS TO GL-CREDIT-TOTAL-WS.
       771-Write-Deduction-Credit.
           MOVE SPACES TO GLEXTR-REC.
           MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE "PAYROL3A" TO GL-SOURCE.
           MOVE "DEDPAY" TO GL-ACCOUNT.
           MOVE DTY-TYPE-WS(DTY-IDX) TO GL-DESCRIPTION.
           END-IF
           END-IF.

      ** The final check deposits like any other, and an enrollment
      ** FINALPAY end-dated closes behind it.
       783-Close-Final-Enrollment.
           IF TEST-MODE-RUN OR DDENROLL-MISSING
               CONTINUE
           ELSE
               MOVE NAME TO DD-EMP-KEY
               READ DDENROLL
               IF DDENROLL-FOUND AND NOT DD-INACTIVE
                   AND DD-END-DATE NUMERIC AND DD-END-DATE > ZERO
                   MOVE "I" TO DD-STATUS
                   REWRITE DD-ENROLL-REC
               END-IF
           END-IF.

      ** The record area still holds whatever wrapper record went
      ** out last, so every type-6 field is set here explicitly.
      ** Live checking credits are 22, savings 32; the matching
           IF ACH-PAD-REMAINDER-WS > 9
               MOVE ZERO TO ACH-PAD-REMAINDER-WS
           END-IF.
      ** The pay date's tax liability by tax type: what was
      ** withheld from the employees, what the employer owes on
      ** top, and the total due. The 941 deposit line gathers the
      ** federal income tax and both shares of FICA.
       787-Write-Tax-Liability.
           OPEN OUTPUT TAXLIAB.
           MOVE BUSINESS-DATE-WS TO TLH-DATE.
           WRITE TAXLIAB-REC FROM TAXLIAB-HDR.
           IF TEST-MODE-RUN
               WRITE TAXLIAB-REC FROM TEST-RUN-BANNER-WS.
           WRITE TAXLIAB-REC FROM TAXLIAB-COL-HDR.
           MOVE ZERO TO LIAB-GRAND-TOTAL-WS.
           MOVE "FEDERAL INCOME TAX" TO LIAB-TAX-WS.
           MOVE RUN-TAXABLE-WAGES-WS TO LIAB-WAGES-WS.
           MOVE RUN-FED-WS TO LIAB-EMPLOYEE-WS.
           MOVE ZERO TO LIAB-EMPLOYER-WS.
           PERFORM 789-Write-Liability-Line.
           MOVE "STATE INCOME TAX" TO LIAB-TAX-WS.
           MOVE RUN-TAXABLE-WAGES-WS TO LIAB-WAGES-WS.
           MOVE RUN-STATE-WS TO LIAB-EMPLOYEE-WS.
           MOVE ZERO TO LIAB-EMPLOYER-WS.
           PERFORM 789-Write-Liability-Line.
           MOVE "SOCIAL SECURITY" TO LIAB-TAX-WS.
           MOVE RUN-SS-WAGES-WS TO LIAB-WAGES-WS.
           MOVE RUN-SS-WS TO LIAB-EMPLOYEE-WS.
           MOVE RUN-ER-SS-WS TO LIAB-EMPLOYER-WS.
           PERFORM 789-Write-Liability-Line.
           MOVE "MEDICARE" TO LIAB-TAX-WS.
           MOVE RUN-TAXABLE-WAGES-WS TO LIAB-WAGES-WS.
           MOVE RUN-MEDICARE-WS TO LIAB-EMPLOYEE-WS.
           MOVE RUN-ER-MEDICARE-WS TO LIAB-EMPLOYER-WS.
           PERFORM 789-Write-Liability-Line.
           MOVE "ADDITIONAL MEDICARE" TO LIAB-TAX-WS.
           MOVE RUN-ADDL-MED-WAGES-WS TO LIAB-WAGES-WS.
           MOVE RUN-ADDL-MED-WS TO LIAB-EMPLOYEE-WS.
           MOVE ZERO TO LIAB-EMPLOYER-WS.
           PERFORM 789-Write-Liability-Line.
           MOVE "FUTA" TO LIAB-TAX-WS.
           MOVE RUN-FUTA-WAGES-WS TO LIAB-WAGES-WS.
           MOVE ZERO TO LIAB-EMPLOYEE-WS.
           MOVE RUN-FUTA-WS TO LIAB-EMPLOYER-WS.
           PERFORM 789-Write-Liability-Line.
           MOVE "SUTA" TO LIAB-TAX-WS.
           MOVE RUN-SUTA-WAGES-WS TO LIAB-WAGES-WS.
           MOVE ZERO TO LIAB-EMPLOYEE-WS.
           MOVE RUN-SUTA-WS TO LIAB-EMPLOYER-WS.
           PERFORM 789-Write-Liability-Line.
           WRITE TAXLIAB-REC FROM BLANK-LINE.
           COMPUTE LIAB-941-DEPOSIT-WS = RUN-FED-WS
                                       + RUN-FICA-PAYABLE-WS.
           MOVE SPACES TO TAXLIAB-LINE.
           MOVE "941 DEPOSIT DUE" TO TL-TAX-OUT.
           MOVE LIAB-941-DEPOSIT-WS TO TL-TOTAL-OUT.
           WRITE TAXLIAB-REC FROM TAXLIAB-LINE.
           MOVE SPACES TO TAXLIAB-LINE.
           MOVE "TOTAL TAX LIABILITY" TO TL-TAX-OUT.
           MOVE LIAB-GRAND-TOTAL-WS TO TL-TOTAL-OUT.
           WRITE TAXLIAB-REC FROM TAXLIAB-LINE.
           CLOSE TAXLIAB.
      * Billed premium against what the checks actually took; the
      * short column is employee share the gross could not cover.
       788-Write-Premium-Recon-Totals.
           WRITE PREMRECN-REC FROM BLANK-LINE.
           MOVE RUN-HEALTH-BILLED-WS TO PRT1-BILLED-OUT.
           MOVE RUN-HEALTH-DUE-WS TO PRT1-DUE-OUT.
           MOVE RUN-HEALTH-DEDUCTED-WS TO PRT1-DEDUCTED-OUT.
           WRITE PREMRECN-REC FROM PREMRECN-TOTAL-1.
           MOVE RUN-HEALTH-ER-WS TO PRT2-EMPLOYER-OUT.
           MOVE RUN-HEALTH-REMITTED-WS TO PRT2-REMITTED-OUT.
           MOVE RUN-HEALTH-SHORT-WS TO PRT2-SHORT-OUT.
           WRITE PREMRECN-REC FROM PREMRECN-TOTAL-2.
      * The count and totals the recordkeeper balances the plan's
      * funding to: the deferrals and loan repayments withheld and
      * the match the company owes.
       792-Write-Recordkeeper-Trailer.
           IF TEST-MODE-RUN
               CONTINUE
           ELSE
               MOVE SPACES TO RKCONTR-REC
               MOVE "T" TO RK-RECORD-TYPE
               MOVE RK-DETAIL-COUNT-WS TO RK-DETAIL-COUNT
               MOVE RUN-DEFERRAL-WS TO RK-DEFERRAL-TOTAL
               MOVE RUN-MATCH-WS TO RK-MATCH-TOTAL
               MOVE RUN-LOAN-WS TO RK-LOAN-TOTAL
               WRITE RKCONTR-REC.
       789-Write-Liability-Line.
           COMPUTE LIAB-TOTAL-WS = LIAB-EMPLOYEE-WS + LIAB-EMPLOYER-WS.
           MOVE LIAB-TAX-WS      TO TL-TAX-OUT.
           MOVE LIAB-WAGES-WS    TO TL-WAGES-OUT.
           MOVE LIAB-EMPLOYEE-WS TO TL-EMPLOYEE-OUT.
           MOVE LIAB-EMPLOYER-WS TO TL-EMPLOYER-OUT.
           MOVE LIAB-TOTAL-WS    TO TL-TOTAL-OUT.
           WRITE TAXLIAB-REC FROM TAXLIAB-LINE.
           ADD LIAB-TOTAL-WS TO LIAB-GRAND-TOTAL-WS.
      ** One common-layout control record for the operations desk.
       795-Write-Control-Desk.
           IF TEST-MODE-RUN
