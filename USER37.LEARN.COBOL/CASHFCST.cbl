       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CASHFCST.
      * Cash requirements forecast across the streams that move
      * money. Lays every scheduled outflow and expected inflow for
      * the thirty days starting on the business date onto its day,
      * and prints the daily cash position - the day's money in and
      * out and where the cash account stands after it - with the
      * largest items behind each day's figure and week totals for
      * the Monday call from treasury.
      *
      * Outflows:
      *   supplier payables off OPENPAY, on the discount date less
      *   the discount while the discount is still open and on the
      *   due date otherwise; an item already past due is owed
      *   today;
      *   payroll on each PAYCAL pay date in the window, per pay
      *   frequency, from each active employee's average gross over
      *   the last 90 days of PAYHIST - or the employee master's
      *   standard pay for a frequency share when there is no
      *   history. With no pay calendar the shop pays every
      *   frequency at month end;
      *   claim payments CLAIMRPT has released on REMITFILE, paid on
      *   today's CLAIMPAY run, and claims held on APPRHOLD for
      *   supervisor approval at their full claimed amount, paid the
      *   day after release at the earliest.
      * Inflows:
      *   premiums due on active policies' paid-to dates;
      *   open hospital receivables on PATAR and open customer
      *   invoices on ARFILE, at the bill date plus the usual days
      *   to collect;
      *   open reinsurance recoverables on CEDEDRCV, at the cession
      *   date plus the reinsurers' usual settlement time.
      * Money expected in that is already late - a premium past its
      * paid-to date, a receivable past its usual collection - is
      * not counted on any day; it is totaled as not forecast, so
      * the position never leans on money that has not come.
      *
      * The opening position is the CASH account's balance on the
      * general ledger through the business date's period.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENPAY   ASSIGN TO OPENPAY
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS OPENPAY-ST.
           SELECT EMPMSTR   ASSIGN TO EMPMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EM-EMP-KEY
                  FILE STATUS IS EMPMSTR-STATUS.
           SELECT PAYHIST   ASSIGN TO PAYHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PAYHIST-ST.
           SELECT PAYCAL    ASSIGN TO PAYCAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PAYCAL-ST.
           SELECT REMITFILE ASSIGN TO REMITFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REMITFILE-ST.
           SELECT APPRHOLD  ASSIGN TO APPRHOLD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS APPRHOLD-ST.
           SELECT POLMSTR   ASSIGN TO POLMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS POL-POLICY-NO
                  FILE STATUS IS POLMSTR-STATUS.
           SELECT PATAR     ASSIGN TO PATAR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PA-AR-KEY
                  FILE STATUS IS PATAR-STATUS.
           SELECT ARFILE    ASSIGN TO ARFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AR-INVOICE-NO
                  FILE STATUS IS ARFILE-ST.
           SELECT CEDEDRCV  ASSIGN TO CEDEDRCV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CR-KEY
                  FILE STATUS IS CEDEDRCV-ST.
           SELECT GLBAL     ASSIGN TO GLBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS GB-KEY
                  FILE STATUS IS GLBAL-STATUS.
           SELECT CASHRPT   ASSIGN TO CASHRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CASHRPT-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  OPENPAY
           RECORD CONTAINS 80 CHARACTERS.
           COPY OPENPAY.

       FD  EMPMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPMSTR.

       FD  PAYHIST
           RECORD CONTAINS 80 CHARACTERS.
           COPY PAYHIST.

      * Pay calendar, as PAYROL3A reads it: one row per frequency
      * and pay date.
       FD  PAYCAL
           RECORD CONTAINS 80 CHARACTERS.
       01  PAYCAL-REC.
           05 PCAL-PAY-FREQ                     PIC X(01).
           05 PCAL-PAY-DATE                     PIC 9(08).
           05 FILLER                            PIC X(71).

      * The remittance extract, as CLAIMPAY reads it.
       FD  REMITFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REMIT-RECORD.
           05 REMIT-POLICY-NO                   PIC 9(09).
           05 REMIT-LAST-NAME                   PIC X(10).
           05 REMIT-FIRST-NAME                  PIC X(15).
           05 REMIT-CLAIM-AMOUNT                PIC S9(7)V99.
           05 REMIT-CLAIM-AMOUNT-PAID           PIC S9(7)V99.
           05 REMIT-DEDUCTIBLE-APPLIED          PIC S9(5)V99.
           05 REMIT-REASON-CODE                 PIC X(04).
           05 REMIT-PROVIDER-NO                 PIC 9(06).
           05 REMIT-POLICY-TYPE                 PIC 9(01).
           05 REMIT-RECEIVED-DATE               PIC 9(08).
           05 FILLER                            PIC X(02).

       FD  APPRHOLD
           RECORD CONTAINS 120 CHARACTERS.
       01  APPRHOLD-REC                         PIC X(120).

       FD  POLMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY POLMSTR.

       FD  PATAR
           RECORD CONTAINS 120 CHARACTERS.
           COPY PATAR.

      * Customer open items, as FAVINV keeps them.
       FD  ARFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AR-OPEN-ITEM-REC.
           05 AR-INVOICE-NO                     PIC 9(08).
           05 AR-ACCT-NO                        PIC X(08).
           05 AR-CUSTOMER-NAME                  PIC X(30).
           05 AR-INVOICE-AMOUNT                 PIC 9(07)V99.
           05 AR-PAID-AMOUNT                    PIC 9(07)V99.
           05 AR-INVOICE-DATE                   PIC 9(08).
           05 AR-STATUS                         PIC X(01).
               88 AR-OPEN                                  VALUE 'O'.
               88 AR-CLOSED                                VALUE 'C'.
           05 FILLER                            PIC X(07).

       FD  CEDEDRCV
           RECORD CONTAINS 60 CHARACTERS.
           COPY CEDEDRCV.

       FD  GLBAL
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLBAL.

       FD  CASHRPT
           RECORD CONTAINS 110 CHARACTERS.
       01  CASHRPT-REC                          PIC X(110).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       01  RUNPARM-FILE-REC                     PIC X(20).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-RECORDS-SW                   PIC X(01)  VALUE 'Y'.
               88 NO-MORE-RECORDS                          VALUE 'N'.
           05 PAYCAL-FOUND-SW                   PIC X(01)  VALUE 'N'.
               88 PAYCAL-FOUND                             VALUE 'Y'.
           05 GL-CASH-FOUND-SW                  PIC X(01)  VALUE 'N'.
               88 GL-CASH-FOUND                            VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 OPENPAY-ST                        PIC X(02).
               88 OPENPAY-OK                               VALUE '00'.
           05 EMPMSTR-STATUS                    PIC X(02).
               88 EMPMSTR-OK                               VALUE '00'.
           05 PAYHIST-ST                        PIC X(02).
               88 PAYHIST-OK                               VALUE '00'.
           05 PAYCAL-ST                         PIC X(02).
               88 PAYCAL-OK                                VALUE '00'.
           05 REMITFILE-ST                      PIC X(02).
               88 REMITFILE-OK                             VALUE '00'.
           05 APPRHOLD-ST                       PIC X(02).
               88 APPRHOLD-OK                              VALUE '00'.
           05 POLMSTR-STATUS                    PIC X(02).
               88 POLMSTR-OK                               VALUE '00'.
           05 PATAR-STATUS                      PIC X(02).
               88 PATAR-OK                                 VALUE '00'.
           05 ARFILE-ST                         PIC X(02).
               88 ARFILE-OK                                VALUE '00'.
           05 CEDEDRCV-ST                       PIC X(02).
               88 CEDEDRCV-OK                              VALUE '00'.
           05 GLBAL-STATUS                      PIC X(02).
               88 GLBAL-OK                                 VALUE '00'.
               88 GLBAL-FOUND                              VALUE '00'.
           05 CASHRPT-ST                        PIC X(02).
               88 CASHRPT-OK                               VALUE '00'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).
           05 CURR-DATE-WS-X REDEFINES CURR-DATE-WS.
               10 CURR-YEAR                     PIC 9(04).
               10 CURR-MONTH                    PIC 9(02).
               10 CURR-DAY                      PIC 9(02).
           05 CURR-DATE-INT-WS                  PIC 9(07).
      * Pay history back to this date feeds the payroll averages.
           05 HIST-FROM-DATE-WS                 PIC 9(08).
           05 WORK-DATE-WS                      PIC 9(08).
           05 WORK-DATE-WS-X REDEFINES WORK-DATE-WS.
               10 WORK-YEAR                     PIC 9(04).
               10 WORK-MONTH                    PIC 9(02).
               10 WORK-DAY                      PIC 9(02).
           05 WORK-DATE-INT-WS                  PIC 9(07).

           COPY RUNPARM.

      * Held claims, as CLAIMRPT wrote them to APPRHOLD.
           COPY CLAIMREC.

      * Forecast window and timing assumptions, in days.
       77  FORECAST-DAYS-WS                     PIC 9(02)  VALUE 30.
       77  PAYHIST-DAYS-WS                      PIC 9(03)  VALUE 090.
       77  HOLD-RELEASE-DAYS-WS                 PIC 9(02)  VALUE 01.
       77  INS-COLLECT-DAYS-WS                  PIC 9(03)  VALUE 045.
       77  SELF-PAY-COLLECT-DAYS-WS             PIC 9(03)  VALUE 060.
       77  AR-COLLECT-DAYS-WS                   PIC 9(03)  VALUE 030.
       77  REINS-SETTLE-DAYS-WS                 PIC 9(03)  VALUE 060.
      * Standard monthly hours, for an hourly employee with no pay
      * history: 40 hours a week over a year's months.
       77  MONTHLY-HOURS-WS                     PIC 9(03)V99
                                                           VALUE 173.33.

      * Per-check share of the monthly figure by pay frequency, as
      * PAYROL3A applies it.
       01  FREQ-FACTOR-TABLE.
           05 FILLER                            PIC X(06)
                  VALUE 'W2308'.
           05 FILLER                            PIC X(06)
                  VALUE 'B4615'.
           05 FILLER                            PIC X(06)
                  VALUE 'S5000'.
           05 FILLER                            PIC X(06)
                  VALUE 'M9999'.
       01  FREQ-FACTOR-TABLE-R REDEFINES FREQ-FACTOR-TABLE.
           05 FREQ-ENTRY OCCURS 4 TIMES INDEXED BY FREQ-IDX.
               10 FREQ-CODE                     PIC X(01).
               10 FREQ-FACTOR                   PIC V9999.
               10 FILLER                        PIC X(01).
      * Payroll estimated per check for each frequency's run.
       01  FREQ-PAYROLL-TABLE.
           05 FREQ-PAYROLL-AMT                  PIC 9(11)V99
                  OCCURS 4 TIMES.
       01  FREQ-NAME-TABLE.
           05 FILLER                            PIC X(20)
                  VALUE 'WEEKLY PAYROLL'.
           05 FILLER                            PIC X(20)
                  VALUE 'BIWEEKLY PAYROLL'.
           05 FILLER                            PIC X(20)
                  VALUE 'SEMIMONTHLY PAYROLL'.
           05 FILLER                            PIC X(20)
                  VALUE 'MONTHLY PAYROLL'.
       01  FREQ-NAME-TABLE-R REDEFINES FREQ-NAME-TABLE.
           05 FREQ-NAME                         PIC X(20)
                  OCCURS 4 TIMES.

      * Active employees, loaded in key order off EMPMSTR so the pay
      * history can be matched to them with a binary search.
       01  EMPLOYEE-TABLE.
           05 EMP-COUNT                         PIC 9(04)  VALUE ZERO.
           05 EMP-ENTRY OCCURS 0 TO 3000 TIMES
                  DEPENDING ON EMP-COUNT
                  ASCENDING KEY IS ET-EMP-KEY
                  INDEXED BY EMP-IDX.
               10 ET-EMP-KEY                    PIC X(20).
               10 ET-FREQ-SUB                   PIC 9(01).
               10 ET-STD-CHECK-AMT              PIC 9(07)V99.
               10 ET-HIST-GROSS                 PIC 9(09)V99.
               10 ET-HIST-CHECKS                PIC 9(03).

      * The sources, with what each put in and took out over the
      * window and, for inflows, what was already late.
       01  SOURCE-NAME-TABLE.
           05 FILLER                            PIC X(08)
                  VALUE 'OPENPAY'.
           05 FILLER                            PIC X(08)
                  VALUE 'PAYROLL'.
           05 FILLER                            PIC X(08)
                  VALUE 'REMITFIL'.
           05 FILLER                            PIC X(08)
                  VALUE 'APPRHOLD'.
           05 FILLER                            PIC X(08)
                  VALUE 'PREMIUM'.
           05 FILLER                            PIC X(08)
                  VALUE 'PATAR'.
           05 FILLER                            PIC X(08)
                  VALUE 'ARFILE'.
           05 FILLER                            PIC X(08)
                  VALUE 'CEDEDRCV'.
       01  SOURCE-NAME-TABLE-R REDEFINES SOURCE-NAME-TABLE.
           05 SOURCE-NAME                       PIC X(08)
                  OCCURS 8 TIMES.
       01  SOURCE-TOTAL-TABLE.
           05 SOURCE-TOTAL OCCURS 8 TIMES.
               10 SRC-ITEMS                     PIC 9(07).
               10 SRC-AMOUNT                    PIC 9(11)V99.
               10 SRC-LATE-AMOUNT               PIC 9(11)V99.

      * One entry per day of the window: the money in and out, the
      * position after it, and the day's three largest items.
       01  DAY-TABLE.
           05 DAY-ENTRY OCCURS 30 TIMES.
               10 DY-DATE                       PIC 9(08).
               10 DY-INFLOW                     PIC 9(11)V99.
               10 DY-OUTFLOW                    PIC 9(11)V99.
               10 DY-TOP-ITEM OCCURS 3 TIMES.
                   15 DY-TOP-SOURCE             PIC X(08).
                   15 DY-TOP-REF                PIC X(20).
                   15 DY-TOP-DIR                PIC X(01).
                   15 DY-TOP-AMOUNT             PIC 9(11)V99.

      * The item being laid onto the forecast.
       01  ITEM-WS.
           05 ITEM-SOURCE-SUB                   PIC 9(01).
           05 ITEM-DIR                          PIC X(01).
               88 ITEM-INFLOW                              VALUE 'I'.
               88 ITEM-OUTFLOW                             VALUE 'O'.
           05 ITEM-DATE                         PIC 9(08).
           05 ITEM-REF                          PIC X(20).
           05 ITEM-AMOUNT                       PIC 9(11)V99.
       01  HOLD-TOP-ITEM                        PIC X(42).

       77  DAY-SUB-WS                           PIC S9(04) COMP
                                                           VALUE ZERO.
       77  TOP-SUB-WS                           PIC S9(04) COMP
                                                           VALUE ZERO.
       77  SRC-SUB-WS                           PIC S9(04) COMP
                                                           VALUE ZERO.
       77  FREQ-SUB-WS                          PIC S9(04) COMP
                                                           VALUE ZERO.
       77  WEEK-QUOT-WS                         PIC 9(02)  VALUE ZERO.
       77  WEEK-REM-WS                          PIC 9(02)  VALUE ZERO.
       77  PERIOD-SUB-WS                        PIC 9(02)  VALUE ZERO.
       77  DAY-OFFSET-WS                        PIC S9(07) VALUE ZERO.
       77  CHECK-AMOUNT-WS                      PIC 9(09)V99
                                                           VALUE ZERO.
       77  ITEM-BALANCE-WS                      PIC S9(11)V99
                                                           VALUE ZERO.
       77  COLLECT-DAYS-WS                      PIC 9(03)  VALUE ZERO.

       01  POSITION-FIELDS-WS.
           05 OPENING-POSITION-WS               PIC S9(11)V99
                                                           VALUE ZERO.
           05 RUNNING-POSITION-WS               PIC S9(11)V99
                                                           VALUE ZERO.
           05 DAY-NET-WS                        PIC S9(11)V99
                                                           VALUE ZERO.
           05 WEEK-INFLOW-WS                    PIC 9(11)V99
                                                           VALUE ZERO.
           05 WEEK-OUTFLOW-WS                   PIC 9(11)V99
                                                           VALUE ZERO.
           05 WEEK-NO-WS                        PIC 9(01)  VALUE ZERO.
           05 LOWEST-POSITION-WS                PIC S9(11)V99
                                                           VALUE ZERO.
           05 LOWEST-DATE-WS                    PIC 9(08)  VALUE ZERO.

       01  CASH-HEADING-LINE.
           05 FILLER                            PIC X(34)
                  VALUE 'CASH REQUIREMENTS FORECAST FROM   '.
           05 CH-DATE                           PIC XXXX/XX/XX.

       01  CASH-OPENING-LINE.
           05 FILLER                            PIC X(34)
                  VALUE 'OPENING CASH POSITION (GL CASH):  '.
           05 CO-POSITION-O                     PIC $$$$,$$$,$$9.99-.
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 CO-NOTE                           PIC X(40).

       01  CASH-COLUMN-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'DATE'.
           05 FILLER                            PIC X(17)
                  VALUE '          INFLOWS'.
           05 FILLER                            PIC X(17)
                  VALUE '         OUTFLOWS'.
           05 FILLER                            PIC X(18)
                  VALUE '              NET'.
           05 FILLER                            PIC X(19)
                  VALUE '         POSITION'.

       01  CASH-DAY-LINE.
           05 CD-DATE                           PIC XXXX/XX/XX.
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 CD-INFLOW-O                       PIC $$$,$$$,$$9.99.
           05 FILLER                            PIC X(03)  VALUE SPACES.
           05 CD-OUTFLOW-O                      PIC $$$,$$$,$$9.99.
           05 FILLER                            PIC X(03)  VALUE SPACES.
           05 CD-NET-O                          PIC $$$,$$$,$$9.99-.
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 CD-POSITION-O                     PIC $$$$,$$$,$$9.99-.

       01  CASH-ITEM-LINE.
           05 FILLER                            PIC X(14)  VALUE SPACES.
           05 CI-DIR                            PIC X(04).
           05 CI-SOURCE                         PIC X(08).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 CI-REF                            PIC X(20).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 CI-AMOUNT-O                       PIC $$$,$$$,$$9.99.

       01  CASH-WEEK-LINE.
           05 FILLER                            PIC X(05)
                  VALUE 'WEEK '.
           05 CW-WEEK-NO                        PIC 9(01).
           05 FILLER                            PIC X(06)  VALUE SPACES.
           05 CW-INFLOW-O                       PIC $$$,$$$,$$9.99.
           05 FILLER                            PIC X(03)  VALUE SPACES.
           05 CW-OUTFLOW-O                      PIC $$$,$$$,$$9.99.
           05 FILLER                            PIC X(03)  VALUE SPACES.
           05 CW-NET-O                          PIC $$$,$$$,$$9.99-.

       01  SOURCE-HEADING-LINE.
           05 FILLER                            PIC X(10)
                  VALUE 'SOURCE'.
           05 FILLER                            PIC X(10)
                  VALUE '     ITEMS'.
           05 FILLER                            PIC X(06)  VALUE SPACES.
           05 FILLER                            PIC X(18)
                  VALUE '   IN WINDOW'.
           05 FILLER                            PIC X(20)
                  VALUE '  LATE - NOT COUNTED'.

       01  SOURCE-DETAIL-LINE.
           05 SD-SOURCE                         PIC X(08).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 SD-ITEMS-O                        PIC Z,ZZZ,ZZ9.
           05 FILLER                            PIC X(03)  VALUE SPACES.
           05 SD-DIR                            PIC X(03).
           05 SD-AMOUNT-O                       PIC $$$$,$$$,$$9.99.
           05 FILLER                            PIC X(03)  VALUE SPACES.
           05 SD-LATE-O                         PIC $$$$,$$$,$$9.99.

       01  CASH-LOW-LINE.
           05 FILLER                            PIC X(26)
                  VALUE 'LOWEST POSITION IN WINDOW:'.
           05 FILLER                            PIC X(01)  VALUE SPACE.
           05 CL-POSITION-O                     PIC $$$$,$$$,$$9.99-.
           05 FILLER                            PIC X(04)  VALUE ' ON '.
           05 CL-DATE                           PIC XXXX/XX/XX.

       01  BLANK-LINE                           PIC X(110) VALUE SPACES.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 200-FORECAST-PAYABLES THRU 200-EXIT.
           PERFORM 300-FORECAST-PAYROLL THRU 300-EXIT.
           PERFORM 400-FORECAST-CLAIMS THRU 400-EXIT.
           PERFORM 500-FORECAST-PREMIUMS THRU 500-EXIT.
           PERFORM 520-FORECAST-PATIENT-AR THRU 520-EXIT.
           PERFORM 540-FORECAST-CUSTOMER-AR THRU 540-EXIT.
           PERFORM 560-FORECAST-REINSURANCE THRU 560-EXIT.
           PERFORM 700-WRITE-FORECAST THRU 700-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS.
           PERFORM 060-SET-UP-WINDOW THRU 060-EXIT.
           PERFORM 080-GET-OPENING-POSITION THRU 080-EXIT.
           OPEN OUTPUT CASHRPT.

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

      * Day 1 is the business date. The day table and the source
      * totals start empty.
       060-SET-UP-WINDOW.
           MOVE FUNCTION INTEGER-OF-DATE (CURR-DATE-WS)
                                        TO CURR-DATE-INT-WS.
           INITIALIZE DAY-TABLE, SOURCE-TOTAL-TABLE,
                      FREQ-PAYROLL-TABLE.
           PERFORM 065-DATE-ONE-DAY THRU 065-EXIT
               VARYING DAY-SUB-WS FROM 1 BY 1
               UNTIL DAY-SUB-WS > FORECAST-DAYS-WS.
           COMPUTE WORK-DATE-INT-WS =
               CURR-DATE-INT-WS - PAYHIST-DAYS-WS.
           MOVE FUNCTION DATE-OF-INTEGER (WORK-DATE-INT-WS)
                                        TO HIST-FROM-DATE-WS.
       060-EXIT.
           EXIT.

       065-DATE-ONE-DAY.
           COMPUTE WORK-DATE-INT-WS =
               CURR-DATE-INT-WS + DAY-SUB-WS - 1.
           MOVE FUNCTION DATE-OF-INTEGER (WORK-DATE-INT-WS)
                                        TO DY-DATE (DAY-SUB-WS).
       065-EXIT.
           EXIT.

      * The cash account's balance is its period 00 opening for the
      * year plus the debits less credits of each period through
      * the business date's month.
       080-GET-OPENING-POSITION.
           MOVE ZERO TO OPENING-POSITION-WS.
           OPEN INPUT GLBAL.
           IF NOT GLBAL-OK
               DISPLAY "NO GL BALANCE FILE - POSITION FROM ZERO"
               GO TO 080-EXIT.
           PERFORM 085-ADD-CASH-PERIOD THRU 085-EXIT
               VARYING PERIOD-SUB-WS FROM 0 BY 1
               UNTIL PERIOD-SUB-WS > CURR-MONTH.
           CLOSE GLBAL.
       080-EXIT.
           EXIT.

       085-ADD-CASH-PERIOD.
           MOVE 'CASH'        TO GB-ACCOUNT.
           MOVE CURR-YEAR     TO GB-FISCAL-YEAR.
           MOVE PERIOD-SUB-WS TO GB-PERIOD.
           READ GLBAL.
           IF NOT GLBAL-FOUND
               GO TO 085-EXIT.
           MOVE 'Y' TO GL-CASH-FOUND-SW.
           ADD GB-DEBITS        TO OPENING-POSITION-WS.
           SUBTRACT GB-CREDITS FROM OPENING-POSITION-WS.
       085-EXIT.
           EXIT.

      * A payable still inside its discount date is paid then, net
      * of the discount - APAGING takes every discount offered;
      * otherwise on its due date, and today when that has passed.
       200-FORECAST-PAYABLES.
           MOVE "200-FORECAST-PAYABLES" TO PARA-NAME.
           OPEN INPUT OPENPAY.
           IF NOT OPENPAY-OK
               DISPLAY "NO OPEN PAYABLES FILE THIS RUN"
               GO TO 200-EXIT.
           MOVE 'Y' TO MORE-RECORDS-SW.
           PERFORM 210-FORECAST-ONE-PAYABLE THRU 210-EXIT
               UNTIL NO-MORE-RECORDS.
           CLOSE OPENPAY.
       200-EXIT.
           EXIT.

       210-FORECAST-ONE-PAYABLE.
           READ OPENPAY
               AT END MOVE 'N' TO MORE-RECORDS-SW
               GO TO 210-EXIT
           END-READ.
           IF NOT OP-OPEN OR OP-AMOUNT NOT > ZERO
               GO TO 210-EXIT.
           MOVE 1                TO ITEM-SOURCE-SUB.
           MOVE 'O'              TO ITEM-DIR.
           MOVE SPACES           TO ITEM-REF.
           STRING OP-SUPPLIER-CODE DELIMITED BY SIZE
                  OP-INVOICE-NO    DELIMITED BY SIZE
                  INTO ITEM-REF.
           IF OP-DISCOUNT-DATE NOT < CURR-DATE-WS
              AND OP-DISCOUNT-AMOUNT > ZERO
               MOVE OP-DISCOUNT-DATE TO ITEM-DATE
               COMPUTE ITEM-AMOUNT = OP-AMOUNT - OP-DISCOUNT-AMOUNT
           ELSE
               MOVE OP-DUE-DATE      TO ITEM-DATE
               MOVE OP-AMOUNT        TO ITEM-AMOUNT.
           PERFORM 600-POST-ITEM THRU 600-EXIT.
       210-EXIT.
           EXIT.

      * The payroll for each frequency is the sum of its employees'
      * per-check estimates, laid on each of its pay dates.
       300-FORECAST-PAYROLL.
           MOVE "300-FORECAST-PAYROLL" TO PARA-NAME.
           PERFORM 310-LOAD-EMPLOYEES THRU 310-EXIT.
           PERFORM 330-AVERAGE-PAY-HISTORY THRU 330-EXIT.
           PERFORM 350-SUM-FREQ-PAYROLL THRU 350-EXIT
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > EMP-COUNT.
           PERFORM 370-LAY-PAY-DATES THRU 370-EXIT.
       300-EXIT.
           EXIT.

       310-LOAD-EMPLOYEES.
           OPEN INPUT EMPMSTR.
           IF NOT EMPMSTR-OK
               DISPLAY "NO EMPLOYEE MASTER - PAYROLL NOT FORECAST"
               GO TO 310-EXIT.
           MOVE 'Y' TO MORE-RECORDS-SW.
           PERFORM 320-LOAD-ONE-EMPLOYEE THRU 320-EXIT
               UNTIL NO-MORE-RECORDS.
           CLOSE EMPMSTR.
       310-EXIT.
           EXIT.

      * The standard check is the monthly salary - or the hourly
      * rate over standard monthly hours - times the frequency's
      * share, the figure used when there is no pay history.
       320-LOAD-ONE-EMPLOYEE.
           READ EMPMSTR NEXT
               AT END MOVE 'N' TO MORE-RECORDS-SW
               GO TO 320-EXIT
           END-READ.
           IF NOT EM-ACTIVE
               GO TO 320-EXIT.
           IF EMP-COUNT NOT < 3000
               MOVE "EMPLOYEE TABLE FULL" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           SET FREQ-IDX TO 1.
           SEARCH FREQ-ENTRY
               AT END
                   SET FREQ-IDX TO 4
               WHEN FREQ-CODE (FREQ-IDX) = EM-PAY-FREQ
                   CONTINUE.
           ADD 1 TO EMP-COUNT.
           SET EMP-IDX TO EMP-COUNT.
           MOVE EM-EMP-KEY TO ET-EMP-KEY (EMP-IDX).
           SET ET-FREQ-SUB (EMP-IDX) TO FREQ-IDX.
           MOVE ZERO TO ET-HIST-GROSS (EMP-IDX),
                        ET-HIST-CHECKS (EMP-IDX).
           IF FREQ-IDX = 4
               MOVE EM-STD-SALARY TO CHECK-AMOUNT-WS
           ELSE
               COMPUTE CHECK-AMOUNT-WS ROUNDED =
                   EM-STD-SALARY * FREQ-FACTOR (FREQ-IDX).
           IF EM-STD-SALARY = ZERO
               COMPUTE CHECK-AMOUNT-WS ROUNDED =
                   EM-STD-HOURLY-RATE * MONTHLY-HOURS-WS
               IF FREQ-IDX NOT = 4
                   COMPUTE CHECK-AMOUNT-WS ROUNDED =
                       CHECK-AMOUNT-WS * FREQ-FACTOR (FREQ-IDX).
           MOVE CHECK-AMOUNT-WS TO ET-STD-CHECK-AMT (EMP-IDX).
       320-EXIT.
           EXIT.

       330-AVERAGE-PAY-HISTORY.
           IF EMP-COUNT = ZERO
               GO TO 330-EXIT.
           OPEN INPUT PAYHIST.
           IF NOT PAYHIST-OK
               DISPLAY "NO PAY HISTORY - STANDARD PAY USED"
               GO TO 330-EXIT.
           MOVE 'Y' TO MORE-RECORDS-SW.
           PERFORM 340-ADD-ONE-CHECK THRU 340-EXIT
               UNTIL NO-MORE-RECORDS.
           CLOSE PAYHIST.
       330-EXIT.
           EXIT.

       340-ADD-ONE-CHECK.
           READ PAYHIST
               AT END MOVE 'N' TO MORE-RECORDS-SW
               GO TO 340-EXIT
           END-READ.
           IF PH-PAY-DATE < HIST-FROM-DATE-WS
              OR PH-PAY-DATE > CURR-DATE-WS
               GO TO 340-EXIT.
           SEARCH ALL EMP-ENTRY
               AT END
                   GO TO 340-EXIT
               WHEN ET-EMP-KEY (EMP-IDX) = PH-EMP-KEY
                   ADD PH-GROSS TO ET-HIST-GROSS (EMP-IDX)
                   ADD 1        TO ET-HIST-CHECKS (EMP-IDX).
       340-EXIT.
           EXIT.

       350-SUM-FREQ-PAYROLL.
           IF ET-HIST-CHECKS (EMP-IDX) > ZERO
               COMPUTE CHECK-AMOUNT-WS ROUNDED =
                   ET-HIST-GROSS (EMP-IDX) / ET-HIST-CHECKS (EMP-IDX)
           ELSE
               MOVE ET-STD-CHECK-AMT (EMP-IDX) TO CHECK-AMOUNT-WS.
           MOVE ET-FREQ-SUB (EMP-IDX) TO FREQ-SUB-WS.
           ADD CHECK-AMOUNT-WS TO FREQ-PAYROLL-AMT (FREQ-SUB-WS).
       350-EXIT.
           EXIT.

      * Each calendar row in the window is one payroll run. With no
      * calendar every frequency pays together at month end, the
      * single cycle PAYROL3A runs without one.
       370-LAY-PAY-DATES.
           MOVE 2   TO ITEM-SOURCE-SUB.
           MOVE 'O' TO ITEM-DIR.
           OPEN INPUT PAYCAL.
           IF PAYCAL-OK
               MOVE 'Y' TO MORE-RECORDS-SW
               PERFORM 380-LAY-ONE-PAY-DATE THRU 380-EXIT
                   UNTIL NO-MORE-RECORDS
               CLOSE PAYCAL.
           IF NOT PAYCAL-FOUND
               PERFORM 390-LAY-MONTH-END THRU 390-EXIT
                   VARYING DAY-SUB-WS FROM 1 BY 1
                   UNTIL DAY-SUB-WS > FORECAST-DAYS-WS.
       370-EXIT.
           EXIT.

       380-LAY-ONE-PAY-DATE.
           READ PAYCAL
               AT END MOVE 'N' TO MORE-RECORDS-SW
               GO TO 380-EXIT
           END-READ.
           MOVE 'Y' TO PAYCAL-FOUND-SW.
           SET FREQ-IDX TO 1.
           SEARCH FREQ-ENTRY
               AT END
                   GO TO 380-EXIT
               WHEN FREQ-CODE (FREQ-IDX) = PCAL-PAY-FREQ
                   CONTINUE.
           SET FREQ-SUB-WS TO FREQ-IDX.
           IF PCAL-PAY-DATE < CURR-DATE-WS
              OR FREQ-PAYROLL-AMT (FREQ-SUB-WS) = ZERO
               GO TO 380-EXIT.
           MOVE PCAL-PAY-DATE                TO ITEM-DATE.
           MOVE FREQ-NAME (FREQ-SUB-WS)       TO ITEM-REF.
           MOVE FREQ-PAYROLL-AMT (FREQ-SUB-WS) TO ITEM-AMOUNT.
           PERFORM 600-POST-ITEM THRU 600-EXIT.
       380-EXIT.
           EXIT.

      * A day is a month end when the next day is the first.
       390-LAY-MONTH-END.
           COMPUTE WORK-DATE-INT-WS =
               CURR-DATE-INT-WS + DAY-SUB-WS.
           MOVE FUNCTION DATE-OF-INTEGER (WORK-DATE-INT-WS)
                                        TO WORK-DATE-WS.
           IF WORK-DAY NOT = 01
               GO TO 390-EXIT.
           MOVE DY-DATE (DAY-SUB-WS) TO ITEM-DATE.
           MOVE 'ALL FREQUENCIES'    TO ITEM-REF.
           COMPUTE ITEM-AMOUNT = FREQ-PAYROLL-AMT (1)
               + FREQ-PAYROLL-AMT (2) + FREQ-PAYROLL-AMT (3)
               + FREQ-PAYROLL-AMT (4).
           IF ITEM-AMOUNT > ZERO
               PERFORM 600-POST-ITEM THRU 600-EXIT.
       390-EXIT.
           EXIT.

      * Released claims pay on today's CLAIMPAY run. A held claim is
      * counted whole - approval may still deny or cut it, and the
      * forecast would rather be short of cash on paper than in the
      * bank.
       400-FORECAST-CLAIMS.
           MOVE "400-FORECAST-CLAIMS" TO PARA-NAME.
           OPEN INPUT REMITFILE.
           IF REMITFILE-OK
               MOVE 'Y' TO MORE-RECORDS-SW
               PERFORM 410-FORECAST-ONE-REMIT THRU 410-EXIT
                   UNTIL NO-MORE-RECORDS
               CLOSE REMITFILE
           ELSE
               DISPLAY "NO REMITTANCE FILE THIS RUN".
           OPEN INPUT APPRHOLD.
           IF APPRHOLD-OK
               MOVE 'Y' TO MORE-RECORDS-SW
               PERFORM 420-FORECAST-ONE-HELD THRU 420-EXIT
                   UNTIL NO-MORE-RECORDS
               CLOSE APPRHOLD
           ELSE
               DISPLAY "NO HELD CLAIMS FILE THIS RUN".
       400-EXIT.
           EXIT.

       410-FORECAST-ONE-REMIT.
           READ REMITFILE
               AT END MOVE 'N' TO MORE-RECORDS-SW
               GO TO 410-EXIT
           END-READ.
           IF REMIT-CLAIM-AMOUNT-PAID NOT > ZERO
               GO TO 410-EXIT.
           MOVE 3                       TO ITEM-SOURCE-SUB.
           MOVE 'O'                     TO ITEM-DIR.
           MOVE CURR-DATE-WS            TO ITEM-DATE.
           MOVE SPACES                  TO ITEM-REF.
           MOVE REMIT-POLICY-NO         TO ITEM-REF (1:9).
           MOVE REMIT-CLAIM-AMOUNT-PAID TO ITEM-AMOUNT.
           PERFORM 600-POST-ITEM THRU 600-EXIT.
       410-EXIT.
           EXIT.

       420-FORECAST-ONE-HELD.
           READ APPRHOLD INTO CLAIM-RECORD-WS
               AT END MOVE 'N' TO MORE-RECORDS-SW
               GO TO 420-EXIT
           END-READ.
           IF NOT CLAIM-DETAIL-REC AND NOT CLAIM-APPEAL-REC
               GO TO 420-EXIT.
           IF CLAIM-AMOUNT NOT > ZERO
               GO TO 420-EXIT.
           COMPUTE WORK-DATE-INT-WS =
               CURR-DATE-INT-WS + HOLD-RELEASE-DAYS-WS.
           MOVE FUNCTION DATE-OF-INTEGER (WORK-DATE-INT-WS)
                                        TO ITEM-DATE.
           MOVE 4                TO ITEM-SOURCE-SUB.
           MOVE 'O'              TO ITEM-DIR.
           MOVE SPACES           TO ITEM-REF.
           MOVE INSURED-POLICY-NO TO ITEM-REF (1:9).
           MOVE CLAIM-AMOUNT     TO ITEM-AMOUNT.
           PERFORM 600-POST-ITEM THRU 600-EXIT.
       420-EXIT.
           EXIT.

      * An active policy's next premium is due on its paid-to date.
       500-FORECAST-PREMIUMS.
           MOVE "500-FORECAST-PREMIUMS" TO PARA-NAME.
           OPEN INPUT POLMSTR.
           IF NOT POLMSTR-OK
               DISPLAY "NO POLICY MASTER - PREMIUMS NOT FORECAST"
               GO TO 500-EXIT.
           MOVE 'Y' TO MORE-RECORDS-SW.
           PERFORM 510-FORECAST-ONE-POLICY THRU 510-EXIT
               UNTIL NO-MORE-RECORDS.
           CLOSE POLMSTR.
       500-EXIT.
           EXIT.

       510-FORECAST-ONE-POLICY.
           READ POLMSTR NEXT
               AT END MOVE 'N' TO MORE-RECORDS-SW
               GO TO 510-EXIT
           END-READ.
           IF NOT POL-ACTIVE OR POL-PREMIUM-AMOUNT NOT > ZERO
               GO TO 510-EXIT.
           MOVE 5                  TO ITEM-SOURCE-SUB.
           MOVE 'I'                TO ITEM-DIR.
           MOVE POL-PAID-TO-DATE   TO ITEM-DATE.
           MOVE SPACES             TO ITEM-REF.
           MOVE POL-POLICY-NO      TO ITEM-REF (1:9).
           MOVE POL-PREMIUM-AMOUNT TO ITEM-AMOUNT.
           PERFORM 600-POST-ITEM THRU 600-EXIT.
       510-EXIT.
           EXIT.

      * The balance still with the insurer collects on the insurer's
      * usual time, a self-pay balance on the patient's. A denied
      * balance or one placed with the agency is not counted on.
       520-FORECAST-PATIENT-AR.
           MOVE "520-FORECAST-PATIENT-AR" TO PARA-NAME.
           OPEN INPUT PATAR.
           IF NOT PATAR-OK
               DISPLAY "NO PATIENT RECEIVABLES THIS RUN"
               GO TO 520-EXIT.
           MOVE 'Y' TO MORE-RECORDS-SW.
           PERFORM 530-FORECAST-ONE-PATIENT THRU 530-EXIT
               UNTIL NO-MORE-RECORDS.
           CLOSE PATAR.
       520-EXIT.
           EXIT.

       530-FORECAST-ONE-PATIENT.
           READ PATAR NEXT
               AT END MOVE 'N' TO MORE-RECORDS-SW
               GO TO 530-EXIT
           END-READ.
           IF NOT PA-OPEN OR PA-BALANCE NOT > ZERO
              OR PA-DENIED-RESP
               GO TO 530-EXIT.
           IF PA-SELF-PAY-RESP
               MOVE SELF-PAY-COLLECT-DAYS-WS TO COLLECT-DAYS-WS
           ELSE
               MOVE INS-COLLECT-DAYS-WS      TO COLLECT-DAYS-WS.
           MOVE PA-BILL-DATE TO WORK-DATE-WS.
           PERFORM 590-ADD-COLLECT-DAYS THRU 590-EXIT.
           MOVE 6             TO ITEM-SOURCE-SUB.
           MOVE 'I'           TO ITEM-DIR.
           MOVE SPACES        TO ITEM-REF.
           MOVE PA-PATIENT-ID TO ITEM-REF (1:9).
           MOVE PA-BALANCE    TO ITEM-AMOUNT.
           PERFORM 600-POST-ITEM THRU 600-EXIT.
       530-EXIT.
           EXIT.

       540-FORECAST-CUSTOMER-AR.
           MOVE "540-FORECAST-CUSTOMER-AR" TO PARA-NAME.
           OPEN INPUT ARFILE.
           IF NOT ARFILE-OK
               DISPLAY "NO CUSTOMER RECEIVABLES THIS RUN"
               GO TO 540-EXIT.
           MOVE 'Y' TO MORE-RECORDS-SW.
           PERFORM 550-FORECAST-ONE-INVOICE THRU 550-EXIT
               UNTIL NO-MORE-RECORDS.
           CLOSE ARFILE.
       540-EXIT.
           EXIT.

       550-FORECAST-ONE-INVOICE.
           READ ARFILE NEXT
               AT END MOVE 'N' TO MORE-RECORDS-SW
               GO TO 550-EXIT
           END-READ.
           IF NOT AR-OPEN
               GO TO 550-EXIT.
           COMPUTE ITEM-BALANCE-WS =
               AR-INVOICE-AMOUNT - AR-PAID-AMOUNT.
           IF ITEM-BALANCE-WS NOT > ZERO
               GO TO 550-EXIT.
           MOVE AR-COLLECT-DAYS-WS TO COLLECT-DAYS-WS.
           MOVE AR-INVOICE-DATE    TO WORK-DATE-WS.
           PERFORM 590-ADD-COLLECT-DAYS THRU 590-EXIT.
           MOVE 7                  TO ITEM-SOURCE-SUB.
           MOVE 'I'                TO ITEM-DIR.
           MOVE SPACES             TO ITEM-REF.
           STRING AR-ACCT-NO      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  AR-INVOICE-NO   DELIMITED BY SIZE
                  INTO ITEM-REF.
           MOVE ITEM-BALANCE-WS    TO ITEM-AMOUNT.
           PERFORM 600-POST-ITEM THRU 600-EXIT.
       550-EXIT.
           EXIT.

       560-FORECAST-REINSURANCE.
           MOVE "560-FORECAST-REINSURANCE" TO PARA-NAME.
           OPEN INPUT CEDEDRCV.
           IF NOT CEDEDRCV-OK
               DISPLAY "NO REINSURANCE RECOVERABLES THIS RUN"
               GO TO 560-EXIT.
           MOVE 'Y' TO MORE-RECORDS-SW.
           PERFORM 570-FORECAST-ONE-CESSION THRU 570-EXIT
               UNTIL NO-MORE-RECORDS.
           CLOSE CEDEDRCV.
       560-EXIT.
           EXIT.

       570-FORECAST-ONE-CESSION.
           READ CEDEDRCV NEXT
               AT END MOVE 'N' TO MORE-RECORDS-SW
               GO TO 570-EXIT
           END-READ.
           IF NOT CR-OPEN
               GO TO 570-EXIT.
           COMPUTE ITEM-BALANCE-WS =
               CR-CEDED-AMOUNT - CR-RECOVERED-AMOUNT.
           IF ITEM-BALANCE-WS NOT > ZERO
               GO TO 570-EXIT.
           MOVE REINS-SETTLE-DAYS-WS TO COLLECT-DAYS-WS.
           MOVE CR-CESSION-DATE      TO WORK-DATE-WS.
           PERFORM 590-ADD-COLLECT-DAYS THRU 590-EXIT.
           MOVE 8                    TO ITEM-SOURCE-SUB.
           MOVE 'I'                  TO ITEM-DIR.
           MOVE SPACES               TO ITEM-REF.
           STRING CR-POLICY-NO    DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  CR-CESSION-SEQ  DELIMITED BY SIZE
                  INTO ITEM-REF.
           MOVE ITEM-BALANCE-WS      TO ITEM-AMOUNT.
           PERFORM 600-POST-ITEM THRU 600-EXIT.
       570-EXIT.
           EXIT.

      * Expected collection date: the date in WORK-DATE-WS plus the
      * collection days. A date that is not a calendar date falls
      * to zero and the item counts as late.
       590-ADD-COLLECT-DAYS.
           MOVE ZERO TO ITEM-DATE.
           IF WORK-DATE-WS NOT NUMERIC OR WORK-DATE-WS = ZERO
               GO TO 590-EXIT.
           MOVE FUNCTION INTEGER-OF-DATE (WORK-DATE-WS)
                                        TO WORK-DATE-INT-WS.
           IF WORK-DATE-INT-WS = ZERO
               GO TO 590-EXIT.
           ADD COLLECT-DAYS-WS TO WORK-DATE-INT-WS.
           MOVE FUNCTION DATE-OF-INTEGER (WORK-DATE-INT-WS)
                                        TO ITEM-DATE.
       590-EXIT.
           EXIT.

      * Lays the item in ITEM-WS on its day. Money owed out that is
      * already late is owed today; money due in that is late is
      * only totaled. Anything past the window is left off.
       600-POST-ITEM.
           IF ITEM-DATE < CURR-DATE-WS
               IF ITEM-OUTFLOW
                   MOVE CURR-DATE-WS TO ITEM-DATE
               ELSE
                   MOVE ITEM-SOURCE-SUB TO SRC-SUB-WS
                   ADD ITEM-AMOUNT TO SRC-LATE-AMOUNT (SRC-SUB-WS)
                   GO TO 600-EXIT.
           COMPUTE DAY-OFFSET-WS =
               FUNCTION INTEGER-OF-DATE (ITEM-DATE)
               - CURR-DATE-INT-WS + 1.
           IF DAY-OFFSET-WS < 1 OR DAY-OFFSET-WS > FORECAST-DAYS-WS
               GO TO 600-EXIT.
           MOVE DAY-OFFSET-WS   TO DAY-SUB-WS.
           MOVE ITEM-SOURCE-SUB TO SRC-SUB-WS.
           ADD 1           TO SRC-ITEMS (SRC-SUB-WS).
           ADD ITEM-AMOUNT TO SRC-AMOUNT (SRC-SUB-WS).
           IF ITEM-INFLOW
               ADD ITEM-AMOUNT TO DY-INFLOW (DAY-SUB-WS)
           ELSE
               ADD ITEM-AMOUNT TO DY-OUTFLOW (DAY-SUB-WS).
           PERFORM 620-RANK-ITEM THRU 620-EXIT.
       600-EXIT.
           EXIT.

      * Keeps the day's three largest items, in or out, largest
      * first: a new item bigger than the third takes its place and
      * moves up past any smaller one.
       620-RANK-ITEM.
           IF ITEM-AMOUNT NOT > DY-TOP-AMOUNT (DAY-SUB-WS, 3)
               GO TO 620-EXIT.
           MOVE SOURCE-NAME (SRC-SUB-WS)
                                 TO DY-TOP-SOURCE (DAY-SUB-WS, 3).
           MOVE ITEM-REF         TO DY-TOP-REF (DAY-SUB-WS, 3).
           MOVE ITEM-DIR         TO DY-TOP-DIR (DAY-SUB-WS, 3).
           MOVE ITEM-AMOUNT      TO DY-TOP-AMOUNT (DAY-SUB-WS, 3).
           MOVE 3 TO TOP-SUB-WS.
           PERFORM 630-MOVE-ITEM-UP THRU 630-EXIT.
           MOVE 2 TO TOP-SUB-WS.
           PERFORM 630-MOVE-ITEM-UP THRU 630-EXIT.
       620-EXIT.
           EXIT.

       630-MOVE-ITEM-UP.
           IF DY-TOP-AMOUNT (DAY-SUB-WS, TOP-SUB-WS) NOT >
              DY-TOP-AMOUNT (DAY-SUB-WS, TOP-SUB-WS - 1)
               GO TO 630-EXIT.
           MOVE DY-TOP-ITEM (DAY-SUB-WS, TOP-SUB-WS - 1)
                                         TO HOLD-TOP-ITEM.
           MOVE DY-TOP-ITEM (DAY-SUB-WS, TOP-SUB-WS)
                          TO DY-TOP-ITEM (DAY-SUB-WS, TOP-SUB-WS - 1).
           MOVE HOLD-TOP-ITEM
                          TO DY-TOP-ITEM (DAY-SUB-WS, TOP-SUB-WS).
       630-EXIT.
           EXIT.

       700-WRITE-FORECAST.
           MOVE "700-WRITE-FORECAST" TO PARA-NAME.
           MOVE CURR-DATE-WS TO CH-DATE.
           WRITE CASHRPT-REC FROM CASH-HEADING-LINE.
           MOVE OPENING-POSITION-WS TO CO-POSITION-O.
           IF GL-CASH-FOUND
               MOVE SPACES TO CO-NOTE
           ELSE
               MOVE 'NO GL CASH BALANCE - SHOWN FROM ZERO'
                                         TO CO-NOTE.
           WRITE CASHRPT-REC FROM CASH-OPENING-LINE.
           WRITE CASHRPT-REC FROM BLANK-LINE.
           WRITE CASHRPT-REC FROM CASH-COLUMN-LINE.
           MOVE OPENING-POSITION-WS TO RUNNING-POSITION-WS,
                                       LOWEST-POSITION-WS.
           MOVE CURR-DATE-WS        TO LOWEST-DATE-WS.
           MOVE ZERO TO WEEK-INFLOW-WS, WEEK-OUTFLOW-WS, WEEK-NO-WS.
           PERFORM 710-WRITE-ONE-DAY THRU 710-EXIT
               VARYING DAY-SUB-WS FROM 1 BY 1
               UNTIL DAY-SUB-WS > FORECAST-DAYS-WS.
           IF WEEK-INFLOW-WS > ZERO OR WEEK-OUTFLOW-WS > ZERO
               PERFORM 740-WRITE-WEEK THRU 740-EXIT.
           WRITE CASHRPT-REC FROM BLANK-LINE.
           MOVE LOWEST-POSITION-WS TO CL-POSITION-O.
           MOVE LOWEST-DATE-WS     TO CL-DATE.
           WRITE CASHRPT-REC FROM CASH-LOW-LINE.
           WRITE CASHRPT-REC FROM BLANK-LINE.
           WRITE CASHRPT-REC FROM SOURCE-HEADING-LINE.
           PERFORM 760-WRITE-ONE-SOURCE THRU 760-EXIT
               VARYING SRC-SUB-WS FROM 1 BY 1
               UNTIL SRC-SUB-WS > 8.
       700-EXIT.
           EXIT.

       710-WRITE-ONE-DAY.
           COMPUTE DAY-NET-WS =
               DY-INFLOW (DAY-SUB-WS) - DY-OUTFLOW (DAY-SUB-WS).
           ADD DAY-NET-WS TO RUNNING-POSITION-WS.
           IF RUNNING-POSITION-WS < LOWEST-POSITION-WS
               MOVE RUNNING-POSITION-WS  TO LOWEST-POSITION-WS
               MOVE DY-DATE (DAY-SUB-WS) TO LOWEST-DATE-WS.
           MOVE DY-DATE (DAY-SUB-WS)    TO CD-DATE.
           MOVE DY-INFLOW (DAY-SUB-WS)  TO CD-INFLOW-O.
           MOVE DY-OUTFLOW (DAY-SUB-WS) TO CD-OUTFLOW-O.
           MOVE DAY-NET-WS              TO CD-NET-O.
           MOVE RUNNING-POSITION-WS     TO CD-POSITION-O.
           WRITE CASHRPT-REC FROM CASH-DAY-LINE.
           PERFORM 720-WRITE-TOP-ITEM THRU 720-EXIT
               VARYING TOP-SUB-WS FROM 1 BY 1
               UNTIL TOP-SUB-WS > 3.
           ADD DY-INFLOW (DAY-SUB-WS)  TO WEEK-INFLOW-WS.
           ADD DY-OUTFLOW (DAY-SUB-WS) TO WEEK-OUTFLOW-WS.
           DIVIDE DAY-SUB-WS BY 7 GIVING WEEK-QUOT-WS
               REMAINDER WEEK-REM-WS.
           IF WEEK-REM-WS = ZERO
               PERFORM 740-WRITE-WEEK THRU 740-EXIT.
       710-EXIT.
           EXIT.

       720-WRITE-TOP-ITEM.
           IF DY-TOP-AMOUNT (DAY-SUB-WS, TOP-SUB-WS) = ZERO
               GO TO 720-EXIT.
           IF DY-TOP-DIR (DAY-SUB-WS, TOP-SUB-WS) = 'I'
               MOVE 'IN'  TO CI-DIR
           ELSE
               MOVE 'OUT' TO CI-DIR.
           MOVE DY-TOP-SOURCE (DAY-SUB-WS, TOP-SUB-WS) TO CI-SOURCE.
           MOVE DY-TOP-REF (DAY-SUB-WS, TOP-SUB-WS)    TO CI-REF.
           MOVE DY-TOP-AMOUNT (DAY-SUB-WS, TOP-SUB-WS) TO CI-AMOUNT-O.
           WRITE CASHRPT-REC FROM CASH-ITEM-LINE.
       720-EXIT.
           EXIT.

       740-WRITE-WEEK.
           ADD 1 TO WEEK-NO-WS.
           MOVE WEEK-NO-WS      TO CW-WEEK-NO.
           MOVE WEEK-INFLOW-WS  TO CW-INFLOW-O.
           MOVE WEEK-OUTFLOW-WS TO CW-OUTFLOW-O.
           COMPUTE CW-NET-O = WEEK-INFLOW-WS - WEEK-OUTFLOW-WS.
           WRITE CASHRPT-REC FROM CASH-WEEK-LINE.
           WRITE CASHRPT-REC FROM BLANK-LINE.
           MOVE ZERO TO WEEK-INFLOW-WS, WEEK-OUTFLOW-WS.
       740-EXIT.
           EXIT.

       760-WRITE-ONE-SOURCE.
           MOVE SOURCE-NAME (SRC-SUB-WS)     TO SD-SOURCE.
           MOVE SRC-ITEMS (SRC-SUB-WS)       TO SD-ITEMS-O.
           IF SRC-SUB-WS < 5
               MOVE 'OUT' TO SD-DIR
           ELSE
               MOVE 'IN'  TO SD-DIR.
           MOVE SRC-AMOUNT (SRC-SUB-WS)      TO SD-AMOUNT-O.
           MOVE SRC-LATE-AMOUNT (SRC-SUB-WS) TO SD-LATE-O.
           WRITE CASHRPT-REC FROM SOURCE-DETAIL-LINE.
       760-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE CASHRPT.
           DISPLAY "EMPLOYEES FORECAST: " EMP-COUNT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - CASHFCST ***"
               UPON CONSOLE.
           DISPLAY ABEND-REASON UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
