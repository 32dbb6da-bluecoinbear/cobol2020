       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALPAY.
      *
      * Final pay for terminated employees, run ahead of the payroll
      * run on a pay date. Every employee EMPMAINT has terminated on
      * or before the business date whose final pay has not yet gone
      * out is settled here: the final period is prorated to the
      * termination date, the vacation balance is paid out at the
      * current rate under the category's payout policy on the
      * category table, and a negative vacation or sick balance -
      * leave taken ahead of accrual - is recovered from the check.
      * The final check rides a PAYROLL-layout feed marked as final
      * pay so the payroll run cuts it through the normal paycheck
      * path with proper withholding, the same pattern the retro run
      * uses. The leave record is closed, the employee's open
      * deductions and direct-deposit enrollment are end-dated for
      * the final check to close, and every settlement prints on
      * the termination pay register for HR.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMSTR
           ASSIGN TO UT-S-EMPMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS EM-EMP-KEY
             FILE STATUS IS EMPMSTR-STATUS.
           SELECT CATTABLE
           ASSIGN TO UT-S-CATTABLE
             ACCESS MODE IS SEQUENTIAL.
           SELECT LEAVEMST
           ASSIGN TO UT-S-LEAVEMST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS LV-EMP-KEY
             FILE STATUS IS LEAVEMST-STATUS.
           SELECT DEDMSTR
           ASSIGN TO UT-S-DEDMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DM-KEY
             FILE STATUS IS DEDMSTR-STATUS.
           SELECT DDENROLL
           ASSIGN TO UT-S-DDENROLL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS DD-EMP-KEY
             FILE STATUS IS DDENROLL-STATUS.
           SELECT RUNPARM
           ASSIGN TO UT-S-RUNPARM
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RUNPARM-ST.
           SELECT FINALFEED
           ASSIGN TO UT-S-FINALFEED
             ACCESS MODE IS SEQUENTIAL.
           SELECT TERMREG
           ASSIGN TO UT-S-TERMREG
             ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPMSTR.
      * The payroll run's category table - kept in step with
      * PAYROL3A's layout. Only the standard hours and the vacation
      * payout policy columns are used here.
       FD  CATTABLE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CATTABLE-REC.
       01  CATTABLE-REC.
           05  CT-CODE                 PIC X(01).
           05  CT-CALC-METHOD          PIC X(01).
           05  CT-RATE-FACTOR-1        PIC 9V999.
           05  CT-STD-HOURS            PIC 9(02).
           05  CT-VAC-PAYOUT-PCT       PIC 9V99.
           05  CT-VAC-PAYOUT-MAX-HRS   PIC 9(03).
           05  FILLER                  PIC X(66).
       FD  LEAVEMST
           RECORD CONTAINS 80 CHARACTERS.
           COPY LEAVEMST.
       FD  DEDMSTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY DEDMSTR.
       FD  DDENROLL
           RECORD CONTAINS 80 CHARACTERS.
           COPY DDENROLL.
       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.
      * Final checks in the PAYROLL feed layout: the settlement rides
      * as a flat earnings amount under the flat-method category,
      * marked as a final-pay line so the payroll run pays it to a
      * terminated employee.
       FD  FINALFEED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FINALFEED-REC.
       01  FINALFEED-REC  PIC X(90).
       FD  TERMREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TERMREG-REC.
       01  TERMREG-REC  PIC X(110).
       WORKING-STORAGE SECTION.
       01  EMPMSTR-EOF                 PIC X(01) VALUE SPACE.
       01  CATTABLE-EOF                PIC X(01) VALUE SPACE.
       01  DEDMSTR-SCAN-EOF            PIC X(01) VALUE SPACE.
       01  EMPMSTR-STATUS              PIC X(02).
           88  EMPMSTR-OK                         VALUE "00".
       01  LEAVEMST-STATUS             PIC X(02).
           88  LEAVEMST-FOUND                     VALUE "00".
           88  LEAVEMST-MISSING                   VALUE "35".
       01  DEDMSTR-STATUS              PIC X(02).
           88  DEDMSTR-OK                         VALUE "00".
           88  DEDMSTR-MISSING                    VALUE "35".
       01  DDENROLL-STATUS             PIC X(02).
           88  DDENROLL-FOUND                     VALUE "00".
           88  DDENROLL-MISSING                   VALUE "35".
       01  RUNPARM-ST                  PIC X(02).
           88  RUNPARM-OK                         VALUE "00".
      * A test run writes the feed and the register but leaves every
      * master as it found it.
       01  TEST-RUN-SW                 PIC X(01) VALUE "N".
           88  TEST-MODE-RUN                      VALUE "Y".
      * Pay category the final check rides under - its row on the
      * category table carries the flat calculation method, so the
      * amount pays exactly as figured here with normal withholding.
       77  FINAL-CATEGORY-WS           PIC X(01) VALUE "R".
      * Per-period share of the monthly salary and the days in each
      * period, kept in step with PAYROL3A's frequency factors.
       77  FREQ-FACTOR-WS              PIC 9V9999 VALUE 1.0000.
       77  FREQ-FACTOR-WEEKLY-WS       PIC 9V9999 VALUE 0.2308.
       77  FREQ-FACTOR-BIWEEKLY-WS     PIC 9V9999 VALUE 0.4615.
       77  FREQ-FACTOR-SEMI-WS         PIC 9V9999 VALUE 0.5000.
       77  PERIOD-DAYS-WS              PIC 9(02) VALUE ZERO.
      * A salaried employee's hourly equivalent prices the vacation
      * payout: the monthly salary annualized over the standard work
      * year. A category with no standard hours on its row prorates
      * an hourly employee's final period on the standard week.
       77  ANNUAL-WORK-HOURS-WS        PIC 9(04) VALUE 2080.
       77  STD-WEEK-HOURS-WS           PIC 9(02) VALUE 40.
       77  BUSINESS-DATE-WS            PIC 9(08) VALUE ZERO.
       77  TODAY-INT-WS                PIC 9(09) VALUE ZERO.
       77  TERM-INT-WS                 PIC 9(09) VALUE ZERO.
       77  PERIOD-START-INT-WS         PIC 9(09) VALUE ZERO.
       77  DAYS-WORKED-WS              PIC S9(05) VALUE ZERO.
       77  CURRENT-RATE-WS             PIC 9(03)V9999 VALUE ZERO.
       77  CAT-STD-HOURS-WS            PIC 9(02) VALUE ZERO.
       77  PAYOUT-PCT-WS               PIC 9V99 VALUE ZERO.
       77  PAYOUT-MAX-HRS-WS           PIC 9(03) VALUE ZERO.
       77  PERIOD-PAY-WS               PIC 9(05)V99 VALUE ZERO.
       77  VAC-HOURS-PAID-WS           PIC 9(05)V99 VALUE ZERO.
       77  VAC-PAYOUT-WS               PIC 9(05)V99 VALUE ZERO.
       77  LEAVE-OWED-WS               PIC 9(05)V99 VALUE ZERO.
       77  FINAL-AMOUNT-WS             PIC S9(06)V99 VALUE ZERO.
       77  UNRECOVERED-WS              PIC 9(05)V99 VALUE ZERO.
       77  FINAL-CHECK-SW              PIC X(01) VALUE "N".
       77  DEDS-ENDED-WS               PIC 9(02) VALUE ZERO.
       77  DD-ENDED-SW                 PIC X(01) VALUE "N".
       77  FEED-SEQ-WS                 PIC 9(03) VALUE ZERO.
       77  EMPLOYEES-SETTLED-WS        PIC 9(05) VALUE ZERO.
       77  FINAL-CHECKS-WS             PIC 9(05) VALUE ZERO.
       77  TOT-PAYOUT-WS               PIC 9(09)V99 VALUE ZERO.
       77  TOT-FINAL-PAY-WS            PIC 9(09)V99 VALUE ZERO.
       77  FEED-LINES-WS               PIC 9(05) VALUE ZERO.
      * Category rows off the category table, with the standard
      * hours and the vacation payout policy each row carries.
       77  CAT-COUNT-WS                PIC 9(02) VALUE ZERO.
       01  CAT-TABLE-WS.
           05  CAT-ENTRY OCCURS 10 TIMES INDEXED BY CAT-IDX.
               10  CAT-CODE-WS         PIC X(01).
               10  CAT-HOURS-WS        PIC 9(02).
               10  CAT-PAYOUT-PCT-WS   PIC 9V99.
               10  CAT-PAYOUT-MAX-WS   PIC 9(03).
      * Final checks owed, held until the feed header's count is
      * known.
       01  FINAL-CHECK-TABLE-WS.
           05  FINAL-ENTRY OCCURS 200 TIMES.
               10  FE-EMP-KEY          PIC X(20).
               10  FE-AMOUNT           PIC 9(05)V99.
       77  FE-SUB-WS                   PIC S9(3) VALUE ZERO.
       01  FINAL-FEED-OUT.
           05  PAYROLL-RECORD-TYPE     PIC X(01).
           05  PAYROLL-DETAIL-DATA.
               10 NAME-OUT             PIC X(20).
               10  DATE-OUT            PIC X(10).
               10  HOURLY-RATE-OUT     PIC 99V99.
               10  HOURS-WORKED-OUT    PIC 9(02).
               10  CATEGORY-OUT        PIC X(01).
               10  STREET-ADDR-OUT     PIC X(10).
               10  CITY-STAT-ZIP-OUT   PIC X(10).
               10  BANK-OUT            PIC X(12).
               10  CHECK-NBR-OUT       PIC X(03).
               10  SALARY-OUT          PIC 9(05)V99.
               10  MANAGEMENT-BONUS-OUT PIC V99.
               10  PAYROLL-LINE-TYPE-OUT PIC X(01).
               10  FILLER              PIC X(7).
           05  PAYROLL-HEADER-DATA REDEFINES PAYROLL-DETAIL-DATA.
               10  PAYROLL-EXPECTED-COUNT  PIC 9(05).
               10  FILLER              PIC X(84).
           05  PAYROLL-TRAILER-DATA REDEFINES PAYROLL-DETAIL-DATA.
               10  PAYROLL-ACTUAL-COUNT    PIC 9(05).
               10  FILLER              PIC X(84).
       01  TERM-HDR.
           05  FILLER              PIC X(30)
                  VALUE 'TERMINATION PAY REGISTER      '.
           05  TH-DATE             PIC 9(08).
       01  TERM-LINE.
           05  TL-EMP-OUT          PIC X(20).
           05  FILLER              PIC X(08)  VALUE '  TERM: '.
           05  TL-TERM-OUT         PIC 9(08).
           05  FILLER              PIC X(08)  VALUE '  DAYS: '.
           05  TL-DAYS-OUT         PIC Z9.
           05  FILLER              PIC X(10)  VALUE '  PERIOD: '.
           05  TL-PERIOD-OUT       PIC $$$,$$9.99.
           05  FILLER              PIC X(11)  VALUE '  VAC HRS: '.
           05  TL-VAC-HRS-OUT      PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(10)  VALUE '  PAYOUT: '.
           05  TL-PAYOUT-OUT       PIC $$$,$$9.99.
       01  TERM-LINE-2.
           05  FILLER              PIC X(20)  VALUE SPACE.
           05  FILLER              PIC X(14)  VALUE '  LEAVE OWED: '.
           05  TL-OWED-OUT         PIC $$$,$$9.99.
           05  FILLER              PIC X(15)  VALUE '  FINAL CHECK: '.
           05  TL-CHECK-OUT        PIC $$$,$$9.99.
           05  FILLER              PIC X(14)  VALUE '  DEDS ENDED: '.
           05  TL-DEDS-OUT         PIC Z9.
           05  FILLER              PIC X(15)  VALUE '  DIR DEPOSIT: '.
           05  TL-DD-OUT           PIC X(05).
       01  TERM-SHORT-LINE.
           05  FILLER              PIC X(20)  VALUE SPACE.
           05  FILLER              PIC X(29)
                  VALUE '  UNRECOVERED LEAVE ADVANCE: '.
           05  TL-SHORT-OUT        PIC $$$,$$9.99.
       01  TERM-TOTAL-LINE.
           05  FILLER              PIC X(19)
                  VALUE 'EMPLOYEES SETTLED: '.
           05  TT-SETTLED-OUT      PIC ZZ,ZZ9.
           05  FILLER              PIC X(16)  VALUE '  FINAL CHECKS: '.
           05  TT-CHECKS-OUT       PIC ZZ,ZZ9.
           05  FILLER              PIC X(16)  VALUE '  TOTAL PAYOUT: '.
           05  TT-PAYOUT-OUT       PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(19)
                  VALUE '  TOTAL FINAL PAY: '.
           05  TT-FINAL-OUT        PIC $$$,$$$,$$9.99.
       PROCEDURE DIVISION.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main UNTIL EMPMSTR-EOF = "Y".
           PERFORM 700-Write-Final-Feed.
           PERFORM 900-Wrap-Up.
           GOBACK.
       000-Housekeeping.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE-WS.
           PERFORM 050-Check-Run-Parameters.
           MOVE FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-WS)
               TO TODAY-INT-WS.
           PERFORM 060-Load-Category-Table.
           OPEN I-O EMPMSTR.
           IF NOT EMPMSTR-OK
               DISPLAY "*** EMPLOYEE MASTER PROBLEM " EMPMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN I-O LEAVEMST.
           IF LEAVEMST-MISSING
               DISPLAY "NO LEAVE MASTER - NO LEAVE TO SETTLE".
           OPEN I-O DEDMSTR.
           IF DEDMSTR-MISSING
               DISPLAY "NO DEDUCTION MASTER - NO DEDUCTIONS TO END".
           OPEN I-O DDENROLL.
           IF DDENROLL-MISSING
               DISPLAY "NO DIRECT DEPOSIT FILE - NO ENROLLMENTS TO END".
           OPEN OUTPUT FINALFEED.
           OPEN OUTPUT TERMREG.
           MOVE BUSINESS-DATE-WS TO TH-DATE.
           WRITE TERMREG-REC FROM TERM-HDR.
           PERFORM 400-Read-Employee.
       050-Check-Run-Parameters.
           OPEN INPUT RUNPARM
           IF RUNPARM-OK
               READ RUNPARM INTO RUNPARM-REC
                   AT END MOVE SPACE TO RP-DATE-OVERRIDE-SW
                                        RP-RUN-INDICATOR
               END-READ
               CLOSE RUNPARM
               IF RP-DATE-OVERRIDDEN
                   MOVE RP-BUSINESS-DATE TO BUSINESS-DATE-WS
               END-IF
               IF RP-TEST-RUN
                   MOVE "Y" TO TEST-RUN-SW
                   DISPLAY "FINALPAY: TEST RUN - MASTERS NOT UPDATED"
               END-IF
           ELSE
               DISPLAY "NO RUNPARM FILE - USING SYSTEM DATE".
       060-Load-Category-Table.
           OPEN INPUT CATTABLE.
           PERFORM 065-Read-Category-Entry
               UNTIL CATTABLE-EOF = "Y".
           CLOSE CATTABLE.
      * A payout column left blank on a row pays the full balance
      * with no ceiling.
       065-Read-Category-Entry.
           READ CATTABLE
               AT END MOVE "Y" TO CATTABLE-EOF
           END-READ.
           IF CATTABLE-EOF NOT = "Y"
               IF CAT-COUNT-WS < 10
                   ADD 1 TO CAT-COUNT-WS
                   SET CAT-IDX TO CAT-COUNT-WS
                   MOVE CT-CODE TO CAT-CODE-WS (CAT-IDX)
                   MOVE ZERO TO CAT-HOURS-WS (CAT-IDX)
                   IF CT-STD-HOURS NUMERIC
                       MOVE CT-STD-HOURS TO CAT-HOURS-WS (CAT-IDX)
                   END-IF
                   MOVE 1.00 TO CAT-PAYOUT-PCT-WS (CAT-IDX)
                   IF CT-VAC-PAYOUT-PCT NUMERIC
                       MOVE CT-VAC-PAYOUT-PCT
                           TO CAT-PAYOUT-PCT-WS (CAT-IDX)
                   END-IF
                   MOVE ZERO TO CAT-PAYOUT-MAX-WS (CAT-IDX)
                   IF CT-VAC-PAYOUT-MAX-HRS NUMERIC
                       MOVE CT-VAC-PAYOUT-MAX-HRS
                           TO CAT-PAYOUT-MAX-WS (CAT-IDX)
                   END-IF
               ELSE
                   DISPLAY "*** CATEGORY TABLE FULL - " CT-CODE
               END-IF
           END-IF.
       100-Main.
           IF EM-TERMINATED AND NOT EM-FINAL-PAY-ISSUED
               AND EM-TERM-DATE NUMERIC AND EM-TERM-DATE > ZERO
               AND EM-TERM-DATE NOT > BUSINESS-DATE-WS
               PERFORM 200-Settle-Employee.
           PERFORM 400-Read-Employee.
      * One terminated employee: price the final period and the
      * leave, close what the employee leaves open, and register the
      * settlement.
       200-Settle-Employee.
           ADD 1 TO EMPLOYEES-SETTLED-WS.
           PERFORM 210-Set-Pay-Terms.
           PERFORM 220-Prorate-Final-Period.
           PERFORM 230-Price-Leave.
           COMPUTE FINAL-AMOUNT-WS =
               PERIOD-PAY-WS + VAC-PAYOUT-WS - LEAVE-OWED-WS.
           MOVE ZERO TO UNRECOVERED-WS.
           IF FINAL-AMOUNT-WS < ZERO
               COMPUTE UNRECOVERED-WS = ZERO - FINAL-AMOUNT-WS
               MOVE ZERO TO FINAL-AMOUNT-WS.
           MOVE "N" TO FINAL-CHECK-SW.
           IF FINAL-AMOUNT-WS > ZERO
               PERFORM 300-Bank-Final-Check.
           ADD VAC-PAYOUT-WS TO TOT-PAYOUT-WS.
           PERFORM 240-Close-Leave-Record.
           PERFORM 250-End-Date-Deductions.
           PERFORM 260-End-Date-Enrollment.
           IF NOT TEST-MODE-RUN
               MOVE "Y" TO EM-FINAL-PAY-SW
               REWRITE EM-EMPLOYEE-REC.
           PERFORM 280-Write-Register-Lines.
      * The frequency sets the period's days and share of the
      * monthly salary; the current rate is the standard hourly rate,
      * or the salary's hourly equivalent for a salaried employee.
      * The category row supplies the standard hours and the
      * vacation payout policy.
       210-Set-Pay-Terms.
           EVALUATE TRUE
               WHEN EM-FREQ-WEEKLY
                   MOVE FREQ-FACTOR-WEEKLY-WS TO FREQ-FACTOR-WS
                   MOVE 7 TO PERIOD-DAYS-WS
               WHEN EM-FREQ-BIWEEKLY
                   MOVE FREQ-FACTOR-BIWEEKLY-WS TO FREQ-FACTOR-WS
                   MOVE 14 TO PERIOD-DAYS-WS
               WHEN EM-FREQ-SEMIMONTHLY
                   MOVE FREQ-FACTOR-SEMI-WS TO FREQ-FACTOR-WS
                   MOVE 15 TO PERIOD-DAYS-WS
               WHEN OTHER
                   MOVE 1.0000 TO FREQ-FACTOR-WS
                   MOVE 30 TO PERIOD-DAYS-WS
           END-EVALUATE.
           IF EM-STD-HOURLY-RATE > ZERO
               MOVE EM-STD-HOURLY-RATE TO CURRENT-RATE-WS
           ELSE
               COMPUTE CURRENT-RATE-WS ROUNDED =
                   EM-STD-SALARY * 12 / ANNUAL-WORK-HOURS-WS.
           MOVE STD-WEEK-HOURS-WS TO CAT-STD-HOURS-WS.
           MOVE 1.00 TO PAYOUT-PCT-WS.
           MOVE ZERO TO PAYOUT-MAX-HRS-WS.
           SET CAT-IDX TO 1.
           SEARCH CAT-ENTRY
               AT END
                   DISPLAY "*** CATEGORY NOT ON TABLE - " EM-EMP-KEY
                           " " EM-CATEGORY
               WHEN CAT-IDX > CAT-COUNT-WS
                   DISPLAY "*** CATEGORY NOT ON TABLE - " EM-EMP-KEY
                           " " EM-CATEGORY
               WHEN CAT-CODE-WS (CAT-IDX) = EM-CATEGORY
                   IF CAT-HOURS-WS (CAT-IDX) > ZERO
                       MOVE CAT-HOURS-WS (CAT-IDX) TO CAT-STD-HOURS-WS
                   END-IF
                   MOVE CAT-PAYOUT-PCT-WS (CAT-IDX) TO PAYOUT-PCT-WS
                   MOVE CAT-PAYOUT-MAX-WS (CAT-IDX)
                       TO PAYOUT-MAX-HRS-WS
           END-SEARCH.
      * The final period ends on the business date. Days from its
      * start through the termination date are paid: salary at the
      * period's share of the month, hourly at the standard week.
      * A termination before the period opened was paid in full by
      * the last regular check.
       220-Prorate-Final-Period.
           MOVE FUNCTION INTEGER-OF-DATE (EM-TERM-DATE) TO TERM-INT-WS.
           COMPUTE PERIOD-START-INT-WS =
               TODAY-INT-WS - PERIOD-DAYS-WS + 1.
           COMPUTE DAYS-WORKED-WS =
               TERM-INT-WS - PERIOD-START-INT-WS + 1.
           IF DAYS-WORKED-WS < ZERO
               MOVE ZERO TO DAYS-WORKED-WS.
           IF DAYS-WORKED-WS > PERIOD-DAYS-WS
               MOVE PERIOD-DAYS-WS TO DAYS-WORKED-WS.
           IF EM-STD-HOURLY-RATE > ZERO
               COMPUTE PERIOD-PAY-WS ROUNDED =
                   EM-STD-HOURLY-RATE * CAT-STD-HOURS-WS
                       * DAYS-WORKED-WS / 7
           ELSE
               COMPUTE PERIOD-PAY-WS ROUNDED =
                   EM-STD-SALARY * FREQ-FACTOR-WS
                       * DAYS-WORKED-WS / PERIOD-DAYS-WS.
      * A positive vacation balance pays out at the current rate up
      * to the category's share and hour ceiling; sick leave does
      * not pay out. A balance below zero is leave taken ahead of
      * accrual, and is owed back out of the check.
       230-Price-Leave.
           MOVE ZERO TO VAC-HOURS-PAID-WS, VAC-PAYOUT-WS,
                        LEAVE-OWED-WS.
           IF LEAVEMST-MISSING
               GO TO 230-Price-Exit.
           MOVE EM-EMP-KEY TO LV-EMP-KEY.
           READ LEAVEMST.
           IF NOT LEAVEMST-FOUND
               GO TO 230-Price-Exit.
           IF LV-CLOSED-DATE NUMERIC AND LV-CLOSED-DATE > ZERO
               GO TO 230-Price-Exit.
           IF LV-VAC-BALANCE > ZERO
               COMPUTE VAC-HOURS-PAID-WS ROUNDED =
                   LV-VAC-BALANCE * PAYOUT-PCT-WS
               IF PAYOUT-MAX-HRS-WS > ZERO
                   AND VAC-HOURS-PAID-WS > PAYOUT-MAX-HRS-WS
                   MOVE PAYOUT-MAX-HRS-WS TO VAC-HOURS-PAID-WS
               END-IF
               COMPUTE VAC-PAYOUT-WS ROUNDED =
                   VAC-HOURS-PAID-WS * CURRENT-RATE-WS
           ELSE
               COMPUTE LEAVE-OWED-WS ROUNDED =
                   (ZERO - LV-VAC-BALANCE) * CURRENT-RATE-WS.
           IF LV-SICK-BALANCE < ZERO
               COMPUTE LEAVE-OWED-WS ROUNDED = LEAVE-OWED-WS
                   + (ZERO - LV-SICK-BALANCE) * CURRENT-RATE-WS.
       230-Price-Exit.
           EXIT.
      * The leave record stays on file for the history, zeroed and
      * stamped closed.
       240-Close-Leave-Record.
           IF LEAVEMST-MISSING OR TEST-MODE-RUN
               GO TO 240-Close-Exit.
           MOVE EM-EMP-KEY TO LV-EMP-KEY.
           READ LEAVEMST.
           IF NOT LEAVEMST-FOUND
               GO TO 240-Close-Exit.
           IF LV-CLOSED-DATE NUMERIC AND LV-CLOSED-DATE > ZERO
               GO TO 240-Close-Exit.
           MOVE ZERO TO LV-VAC-BALANCE, LV-SICK-BALANCE.
           MOVE BUSINESS-DATE-WS TO LV-CLOSED-DATE.
           REWRITE LV-LEAVE-REC.
       240-Close-Exit.
           EXIT.
      * Every active deduction is end-dated at the termination date
      * for the final check to take once more and close. With no
      * final check to carry it, the deduction closes here.
       250-End-Date-Deductions.
           MOVE ZERO TO DEDS-ENDED-WS.
           IF DEDMSTR-MISSING
               GO TO 250-End-Exit.
           MOVE "N" TO DEDMSTR-SCAN-EOF.
           MOVE EM-EMP-KEY TO DM-EMP-KEY.
           MOVE ZERO TO DM-PRIORITY.
           START DEDMSTR KEY IS NOT LESS THAN DM-KEY
               INVALID KEY
                   MOVE "Y" TO DEDMSTR-SCAN-EOF
           END-START.
           PERFORM 255-End-Date-One-Deduction
               UNTIL DEDMSTR-SCAN-EOF = "Y".
       250-End-Exit.
           EXIT.
       255-End-Date-One-Deduction.
           READ DEDMSTR NEXT RECORD
               AT END MOVE "Y" TO DEDMSTR-SCAN-EOF
           END-READ.
           IF DEDMSTR-SCAN-EOF = "Y"
               CONTINUE
           ELSE
           IF DM-EMP-KEY NOT = EM-EMP-KEY
               MOVE "Y" TO DEDMSTR-SCAN-EOF
           ELSE
           IF DM-ACTIVE
               ADD 1 TO DEDS-ENDED-WS
               MOVE EM-TERM-DATE TO DM-END-DATE
               IF FINAL-CHECK-SW = "N"
                   MOVE "I" TO DM-STATUS
               END-IF
               IF NOT TEST-MODE-RUN
                   REWRITE DM-DEDUCTION-REC
               END-IF
           END-IF
           END-IF
           END-IF.
      * The enrollment is end-dated the same way: the final check
      * deposits to it and closes it, or it closes here when there
      * is no check.
       260-End-Date-Enrollment.
           MOVE "N" TO DD-ENDED-SW.
           IF DDENROLL-MISSING
               GO TO 260-End-Exit.
           MOVE EM-EMP-KEY TO DD-EMP-KEY.
           READ DDENROLL.
           IF NOT DDENROLL-FOUND OR DD-INACTIVE
               GO TO 260-End-Exit.
           MOVE "Y" TO DD-ENDED-SW.
           MOVE EM-TERM-DATE TO DD-END-DATE.
           IF FINAL-CHECK-SW = "N"
               MOVE "I" TO DD-STATUS.
           IF NOT TEST-MODE-RUN
               REWRITE DD-ENROLL-REC.
       260-End-Exit.
           EXIT.
       280-Write-Register-Lines.
           MOVE EM-EMP-KEY TO TL-EMP-OUT.
           MOVE EM-TERM-DATE TO TL-TERM-OUT.
           MOVE DAYS-WORKED-WS TO TL-DAYS-OUT.
           MOVE PERIOD-PAY-WS TO TL-PERIOD-OUT.
           MOVE VAC-HOURS-PAID-WS TO TL-VAC-HRS-OUT.
           MOVE VAC-PAYOUT-WS TO TL-PAYOUT-OUT.
           WRITE TERMREG-REC FROM TERM-LINE.
           MOVE LEAVE-OWED-WS TO TL-OWED-OUT.
           MOVE FINAL-AMOUNT-WS TO TL-CHECK-OUT.
           MOVE DEDS-ENDED-WS TO TL-DEDS-OUT.
           IF DD-ENDED-SW = "Y"
               MOVE "ENDED" TO TL-DD-OUT
           ELSE
               MOVE "NONE " TO TL-DD-OUT.
           WRITE TERMREG-REC FROM TERM-LINE-2.
           IF UNRECOVERED-WS > ZERO
               MOVE UNRECOVERED-WS TO TL-SHORT-OUT
               WRITE TERMREG-REC FROM TERM-SHORT-LINE.
       300-Bank-Final-Check.
           IF FINAL-CHECKS-WS NOT < 200
               DISPLAY "*** FINAL CHECK TABLE FULL - " EM-EMP-KEY
           ELSE
               ADD 1 TO FINAL-CHECKS-WS
               MOVE "Y" TO FINAL-CHECK-SW
               MOVE EM-EMP-KEY TO FE-EMP-KEY (FINAL-CHECKS-WS)
               MOVE FINAL-AMOUNT-WS TO FE-AMOUNT (FINAL-CHECKS-WS)
               ADD FINAL-AMOUNT-WS TO TOT-FINAL-PAY-WS.
       400-Read-Employee.
           READ EMPMSTR NEXT RECORD
               AT END MOVE "Y" TO EMPMSTR-EOF
           END-READ.
      * One final-pay line per check owed, framed by the header and
      * trailer the payroll run's balance check binds on.
       700-Write-Final-Feed.
           MOVE SPACES TO FINAL-FEED-OUT.
           MOVE "0" TO PAYROLL-RECORD-TYPE.
           MOVE FINAL-CHECKS-WS TO PAYROLL-EXPECTED-COUNT.
           WRITE FINALFEED-REC FROM FINAL-FEED-OUT.
           PERFORM 720-Write-One-Final-Line
               VARYING FE-SUB-WS FROM 1 BY 1
               UNTIL FE-SUB-WS > FINAL-CHECKS-WS.
           MOVE SPACES TO FINAL-FEED-OUT.
           MOVE "9" TO PAYROLL-RECORD-TYPE.
           MOVE FEED-LINES-WS TO PAYROLL-ACTUAL-COUNT.
           WRITE FINALFEED-REC FROM FINAL-FEED-OUT.
           MOVE EMPLOYEES-SETTLED-WS TO TT-SETTLED-OUT.
           MOVE FINAL-CHECKS-WS TO TT-CHECKS-OUT.
           MOVE TOT-PAYOUT-WS TO TT-PAYOUT-OUT.
           MOVE TOT-FINAL-PAY-WS TO TT-FINAL-OUT.
           WRITE TERMREG-REC FROM TERM-TOTAL-LINE.
       720-Write-One-Final-Line.
           MOVE SPACES TO FINAL-FEED-OUT.
           MOVE "1" TO PAYROLL-RECORD-TYPE.
           MOVE FE-EMP-KEY (FE-SUB-WS) TO NAME-OUT.
           MOVE BUSINESS-DATE-WS TO DATE-OUT.
           MOVE ZERO TO HOURLY-RATE-OUT.
           MOVE ZERO TO HOURS-WORKED-OUT.
           MOVE FINAL-CATEGORY-WS TO CATEGORY-OUT.
           MOVE "FINAL PAY " TO STREET-ADDR-OUT.
           MOVE SPACES TO CITY-STAT-ZIP-OUT, BANK-OUT.
           ADD 1 TO FEED-SEQ-WS.
           MOVE FEED-SEQ-WS TO CHECK-NBR-OUT.
           MOVE FE-AMOUNT (FE-SUB-WS) TO SALARY-OUT.
           MOVE ZERO TO MANAGEMENT-BONUS-OUT.
           MOVE "F" TO PAYROLL-LINE-TYPE-OUT.
           WRITE FINALFEED-REC FROM FINAL-FEED-OUT.
           ADD 1 TO FEED-LINES-WS.
       900-Wrap-Up.
           DISPLAY "EMPLOYEES SETTLED: " EMPLOYEES-SETTLED-WS.
           DISPLAY "FINAL CHECKS:      " FINAL-CHECKS-WS.
           CLOSE EMPMSTR, FINALFEED, TERMREG.
           IF NOT LEAVEMST-MISSING
               CLOSE LEAVEMST.
           IF NOT DEDMSTR-MISSING
               CLOSE DEDMSTR.
           IF NOT DDENROLL-MISSING
               CLOSE DDENROLL.
           MOVE 0 TO RETURN-CODE.
