       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGVAR.
      *
      * Department payroll budget versus actual. Sets the pay
      * history PAYROL3A appends against the budget BUDGLOAD keeps
      * on DEPTBUDG, by department, for the month of the business
      * date and for the year to date through it. Each department
      * shows its regular pay, overtime pay and employer payroll
      * taxes, budget beside actual, with the variance over or
      * under; a line whose actual runs past its budget by more
      * than the tolerance is flagged, and every department whose
      * total is flagged is counted at the foot. The headcount
      * budgeted for the month prints beside the active employees
      * the employee master carries in the department today.
      *
      * Pay history carries no department and no overtime split,
      * so a check is charged to the employee's department on the
      * master today, and its overtime pay is priced off the
      * category table's standard hours and overtime factor the
      * same way the payroll run paid it; the rest of the gross is
      * regular pay. The employer's taxes are its Social Security
      * and Medicare match, taken as the FICA the check withheld -
      * pay history does not carry FUTA or SUTA, so the tax budget
      * is loaded on the same basis.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST
           ASSIGN TO UT-S-PAYHIST
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PAYHIST-ST.
           SELECT EMPMSTR
           ASSIGN TO UT-S-EMPMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS EM-EMP-KEY
             FILE STATUS IS EMPMSTR-STATUS.
           SELECT DEPTMSTR
           ASSIGN TO UT-S-DEPTMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DP-DEPT-CODE
             FILE STATUS IS DEPTMSTR-STATUS.
           SELECT DEPTBUDG
           ASSIGN TO UT-S-DEPTBUDG
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DB-KEY
             FILE STATUS IS DEPTBUDG-STATUS.
           SELECT CATTABLE
           ASSIGN TO UT-S-CATTABLE
             ACCESS MODE IS SEQUENTIAL.
           SELECT RUNPARM
           ASSIGN TO UT-S-RUNPARM
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RUNPARM-ST.
           SELECT BUDGRPT
           ASSIGN TO UT-S-BUDGRPT
             ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PH-PAY-HIST-REC.
       COPY PAYHIST.
       FD  EMPMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPMSTR.
       FD  DEPTMSTR
           RECORD CONTAINS 60 CHARACTERS.
           COPY DEPTMSTR.
       FD  DEPTBUDG
           RECORD CONTAINS 80 CHARACTERS.
           COPY DEPTBUDG.
      * The payroll run's category table - kept in step with
      * PAYROL3A's layout. Only the calculation method, overtime
      * factor and standard hours are used here.
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
       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.
       FD  BUDGRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDGRPT-REC.
       01  BUDGRPT-REC  PIC X(110).
       WORKING-STORAGE SECTION.
       01  PAYHIST-EOF                 PIC X(01) VALUE SPACE.
       01  CATTABLE-EOF                PIC X(01) VALUE SPACE.
       01  EMPMSTR-EOF                 PIC X(01) VALUE SPACE.
       01  DEPTMSTR-EOF                PIC X(01) VALUE SPACE.
       01  DEPTBUDG-EOF                PIC X(01) VALUE SPACE.
       01  PAYHIST-ST                  PIC X(02).
           88  PAYHIST-OK                         VALUE "00".
           88  PAYHIST-MISSING                    VALUE "35".
       01  EMPMSTR-STATUS              PIC X(02).
           88  EMPMSTR-FOUND                      VALUE "00".
       01  DEPTMSTR-STATUS             PIC X(02).
           88  DEPTMSTR-FOUND                     VALUE "00".
           88  DEPTMSTR-MISSING                   VALUE "35".
       01  DEPTBUDG-STATUS             PIC X(02).
           88  DEPTBUDG-FOUND                     VALUE "00".
           88  DEPTBUDG-MISSING                   VALUE "35".
       01  RUNPARM-ST                  PIC X(02).
           88  RUNPARM-OK                         VALUE "00".
       01  BUSINESS-DATE-WS            PIC 9(08) VALUE ZERO.
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE-WS.
           05  BUS-YEAR-WS             PIC 9(04).
           05  BUS-MONTH-WS            PIC 9(02).
           05  FILLER                  PIC 9(02).
       01  CHECK-DATE-WS               PIC 9(08) VALUE ZERO.
       01  CHECK-DATE-PARTS REDEFINES CHECK-DATE-WS.
           05  CHECK-YEAR-WS           PIC 9(04).
           05  CHECK-MONTH-WS          PIC 9(02).
           05  FILLER                  PIC 9(02).
      * A line over budget by more than this share of its budget
      * is flagged - five percent.
       77  BUDGET-TOLERANCE-WS         PIC V999 VALUE .050.
       77  DEPT-CODE-WS                PIC X(04) VALUE SPACE.
       77  DEPT-SLOT-SW                PIC X(01) VALUE "N".
       77  OT-PAY-WS                   PIC 9(07)V99 VALUE ZERO.
       77  REGULAR-PAY-WS              PIC 9(07)V99 VALUE ZERO.
       77  HISTORY-READ-WS             PIC 9(07) VALUE ZERO.
       77  CHECKS-REPORTED-WS          PIC 9(07) VALUE ZERO.
       77  DEPTS-OVER-WS               PIC 9(03) VALUE ZERO.
       77  DEPTS-PRINTED-WS            PIC 9(03) VALUE ZERO.
      * The line being printed, its variances and its flag.
       77  LINE-MTD-BUD-WS             PIC 9(09)V99 VALUE ZERO.
       77  LINE-MTD-ACT-WS             PIC 9(09)V99 VALUE ZERO.
       77  LINE-YTD-BUD-WS             PIC 9(09)V99 VALUE ZERO.
       77  LINE-YTD-ACT-WS             PIC 9(09)V99 VALUE ZERO.
       77  LINE-MTD-VAR-WS             PIC S9(09)V99 VALUE ZERO.
       77  LINE-YTD-VAR-WS             PIC S9(09)V99 VALUE ZERO.
       77  OVER-LIMIT-WS               PIC 9(09)V99 VALUE ZERO.
       77  LINE-OVER-SW                PIC X(01) VALUE "N".
      * Category rows off the category table.
       77  CAT-COUNT-WS                PIC 9(02) VALUE ZERO.
       01  CAT-TABLE-WS.
           05  CAT-ENTRY OCCURS 10 TIMES INDEXED BY CAT-IDX.
               10  CAT-CODE-WS         PIC X(01).
               10  CAT-METHOD-WS       PIC X(01).
               10  CAT-FACTOR-WS       PIC 9V999.
               10  CAT-HOURS-WS        PIC 9(02).
      * The three budget lines every department carries.
       01  BUDGET-ITEM-NAMES-WS.
           05  FILLER                  PIC X(09) VALUE 'REGULAR'.
           05  FILLER                  PIC X(09) VALUE 'OVERTIME'.
           05  FILLER                  PIC X(09) VALUE 'TAXES'.
       01  BUDGET-ITEM-TABLE-WS REDEFINES BUDGET-ITEM-NAMES-WS.
           05  BUDGET-ITEM-NAME-WS     PIC X(09) OCCURS 3 TIMES.
      * One slot per department: the master's departments first,
      * then any department code the budget or the employees carry
      * that the master does not.
       77  DEPT-COUNT-WS               PIC 9(02) VALUE ZERO.
       01  DEPT-TABLE-WS.
           05  DEPT-ENTRY OCCURS 99 TIMES INDEXED BY DPT-IDX.
               10  DT-CODE-WS          PIC X(04).
               10  DT-DESC-WS          PIC X(25).
               10  DT-ACTIVE-SW        PIC X(01).
               10  DT-BUD-HEADCOUNT-WS PIC 9(05).
               10  DT-ACT-HEADCOUNT-WS PIC 9(05).
               10  DT-ITEM OCCURS 3 TIMES INDEXED BY ITM-IDX.
                   15  DT-MTD-BUD-WS   PIC 9(09)V99.
                   15  DT-MTD-ACT-WS   PIC 9(09)V99.
                   15  DT-YTD-BUD-WS   PIC 9(09)V99.
                   15  DT-YTD-ACT-WS   PIC 9(09)V99.
      * The department's total line and the company's totals.
       01  DEPT-TOTAL-WS.
           05  DTOT-MTD-BUD-WS         PIC 9(09)V99.
           05  DTOT-MTD-ACT-WS         PIC 9(09)V99.
           05  DTOT-YTD-BUD-WS         PIC 9(09)V99.
           05  DTOT-YTD-ACT-WS         PIC 9(09)V99.
       77  CO-BUD-HEADCOUNT-WS         PIC 9(07) VALUE ZERO.
       77  CO-ACT-HEADCOUNT-WS         PIC 9(07) VALUE ZERO.
       01  COMPANY-TOTAL-WS.
           05  CO-ITEM OCCURS 3 TIMES INDEXED BY CO-IDX.
               10  CO-MTD-BUD-WS       PIC 9(09)V99.
               10  CO-MTD-ACT-WS       PIC 9(09)V99.
               10  CO-YTD-BUD-WS       PIC 9(09)V99.
               10  CO-YTD-ACT-WS       PIC 9(09)V99.
       01  BV-HDR.
           05  FILLER              PIC X(37)
                  VALUE 'DEPARTMENT PAYROLL BUDGET VARIANCE  '.
           05  FILLER              PIC X(06)  VALUE 'YEAR: '.
           05  BH-YEAR             PIC 9(04).
           05  FILLER              PIC X(09)  VALUE '  MONTH: '.
           05  BH-MONTH            PIC 9(02).
           05  FILLER              PIC X(11)  VALUE '  THROUGH: '.
           05  BH-DATE             PIC 9(08).
           05  FILLER              PIC X(14)  VALUE '  TOLERANCE: '.
           05  BH-TOLERANCE        PIC Z9.9.
           05  FILLER              PIC X(01)  VALUE '%'.
       01  BV-COL-HDR.
           05  FILLER              PIC X(11)  VALUE '  ITEM'.
           05  FILLER              PIC X(13)  VALUE '   MTH BUDGET'.
           05  FILLER              PIC X(13)  VALUE '   MTH ACTUAL'.
           05  FILLER              PIC X(14)  VALUE '  MTH VARIANCE'.
           05  FILLER              PIC X(14)  VALUE '    YTD BUDGET'.
           05  FILLER              PIC X(14)  VALUE '    YTD ACTUAL'.
           05  FILLER              PIC X(15)
                  VALUE '   YTD VARIANCE'.
           05  FILLER              PIC X(06)  VALUE '  FLAG'.
       01  BV-DEPT-LINE.
           05  BD-CODE-OUT         PIC X(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  BD-DESC-OUT         PIC X(25).
           05  FILLER              PIC X(20)
                  VALUE '  HEADCOUNT BUDGET: '.
           05  BD-BUD-HC-OUT       PIC ZZ,ZZ9.
           05  FILLER              PIC X(10)  VALUE '  ACTUAL: '.
           05  BD-ACT-HC-OUT       PIC ZZ,ZZ9.
       01  BV-ITEM-LINE.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  BL-ITEM-OUT         PIC X(09).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  BL-MTD-BUD-OUT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  BL-MTD-ACT-OUT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  BL-MTD-VAR-OUT      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  BL-YTD-BUD-OUT      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  BL-YTD-ACT-OUT      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  BL-YTD-VAR-OUT      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  BL-FLAG-OUT         PIC X(12).
       01  BV-OVER-LINE.
           05  FILLER              PIC X(25)
                  VALUE 'DEPARTMENTS OVER BUDGET: '.
           05  BO-COUNT-OUT        PIC ZZ9.
       01  BLANK-LINE              PIC X(110) VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main UNTIL PAYHIST-EOF = "Y".
           PERFORM 700-Write-Department-Report.
           PERFORM 900-Wrap-Up.
           GOBACK.
       000-Housekeeping.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE-WS.
           PERFORM 050-Check-Run-Parameters.
           INITIALIZE DEPT-TABLE-WS, COMPANY-TOTAL-WS.
           PERFORM 060-Load-Category-Table.
           OPEN INPUT DEPTMSTR.
           IF DEPTMSTR-MISSING
               DISPLAY "NO DEPARTMENT MASTER - BUDGET CODES ONLY"
           ELSE
               PERFORM 070-Load-Departments.
           OPEN INPUT DEPTBUDG.
           IF DEPTBUDG-MISSING
               DISPLAY "NO DEPARTMENT BUDGET - ACTUALS ONLY"
           ELSE
               PERFORM 080-Load-Budgets.
           OPEN INPUT EMPMSTR.
           PERFORM 090-Count-Headcount.
           OPEN INPUT PAYHIST.
           IF PAYHIST-MISSING
               DISPLAY "NO PAY HISTORY FILE - NO ACTUALS TO REPORT"
               MOVE "Y" TO PAYHIST-EOF
           ELSE
           IF NOT PAYHIST-OK
               DISPLAY "*** PAY HISTORY FILE PROBLEM"
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT BUDGRPT.
           MOVE BUS-YEAR-WS TO BH-YEAR.
           MOVE BUS-MONTH-WS TO BH-MONTH.
           MOVE BUSINESS-DATE-WS TO BH-DATE.
           COMPUTE BH-TOLERANCE = BUDGET-TOLERANCE-WS * 100.
           WRITE BUDGRPT-REC FROM BV-HDR.
           WRITE BUDGRPT-REC FROM BLANK-LINE.
           WRITE BUDGRPT-REC FROM BV-COL-HDR.
           IF PAYHIST-EOF NOT = "Y"
               PERFORM 400-Read-History.
       050-Check-Run-Parameters.
           OPEN INPUT RUNPARM
           IF RUNPARM-OK
               READ RUNPARM INTO RUNPARM-REC
                   AT END MOVE SPACE TO RP-DATE-OVERRIDE-SW
               END-READ
               CLOSE RUNPARM
               IF RP-DATE-OVERRIDDEN
                   MOVE RP-BUSINESS-DATE TO BUSINESS-DATE-WS
               END-IF
           ELSE
               DISPLAY "NO RUNPARM FILE - USING SYSTEM DATE".
       060-Load-Category-Table.
           OPEN INPUT CATTABLE.
           PERFORM 065-Read-Category-Entry
               UNTIL CATTABLE-EOF = "Y".
           CLOSE CATTABLE.
       065-Read-Category-Entry.
           READ CATTABLE
               AT END MOVE "Y" TO CATTABLE-EOF
           END-READ.
           IF CATTABLE-EOF NOT = "Y"
               IF CAT-COUNT-WS < 10
                   ADD 1 TO CAT-COUNT-WS
                   SET CAT-IDX TO CAT-COUNT-WS
                   MOVE CT-CODE TO CAT-CODE-WS (CAT-IDX)
                   MOVE CT-CALC-METHOD TO CAT-METHOD-WS (CAT-IDX)
                   MOVE ZERO TO CAT-FACTOR-WS (CAT-IDX)
                   IF CT-RATE-FACTOR-1 NUMERIC
                       MOVE CT-RATE-FACTOR-1 TO CAT-FACTOR-WS (CAT-IDX)
                   END-IF
                   MOVE ZERO TO CAT-HOURS-WS (CAT-IDX)
                   IF CT-STD-HOURS NUMERIC
                       MOVE CT-STD-HOURS TO CAT-HOURS-WS (CAT-IDX)
                   END-IF
               ELSE
                   DISPLAY "*** CATEGORY TABLE FULL - " CT-CODE
               END-IF
           END-IF.
      * Every department on the master gets a slot, in code order.
       070-Load-Departments.
           MOVE LOW-VALUES TO DP-DEPT-CODE.
           START DEPTMSTR KEY IS NOT LESS THAN DP-DEPT-CODE
               INVALID KEY
                   MOVE "Y" TO DEPTMSTR-EOF
           END-START.
           PERFORM 075-Read-Department
               UNTIL DEPTMSTR-EOF = "Y".
       075-Read-Department.
           READ DEPTMSTR NEXT RECORD
               AT END MOVE "Y" TO DEPTMSTR-EOF
           END-READ.
           IF DEPTMSTR-EOF NOT = "Y"
               IF DEPT-COUNT-WS < 99
                   ADD 1 TO DEPT-COUNT-WS
                   SET DPT-IDX TO DEPT-COUNT-WS
                   MOVE DP-DEPT-CODE TO DT-CODE-WS (DPT-IDX)
                   MOVE DP-DESCRIPTION TO DT-DESC-WS (DPT-IDX)
                   MOVE "N" TO DT-ACTIVE-SW (DPT-IDX)
                   IF DP-ACTIVE
                       MOVE "Y" TO DT-ACTIVE-SW (DPT-IDX)
                   END-IF
               ELSE
                   DISPLAY "*** DEPARTMENT TABLE FULL - " DP-DEPT-CODE
               END-IF
           END-IF.
      * The business date's month of budget is the month's budget
      * and headcount; its months through that one are the year's.
       080-Load-Budgets.
           MOVE LOW-VALUES TO DB-KEY.
           START DEPTBUDG KEY IS NOT LESS THAN DB-KEY
               INVALID KEY
                   MOVE "Y" TO DEPTBUDG-EOF
           END-START.
           PERFORM 085-Read-Budget
               UNTIL DEPTBUDG-EOF = "Y".
       085-Read-Budget.
           READ DEPTBUDG NEXT RECORD
               AT END MOVE "Y" TO DEPTBUDG-EOF
           END-READ.
           IF DEPTBUDG-EOF NOT = "Y"
               AND DB-BUDGET-YEAR = BUS-YEAR-WS
               AND DB-BUDGET-MONTH NOT > BUS-MONTH-WS
               MOVE DB-DEPT-CODE TO DEPT-CODE-WS
               PERFORM 270-Find-Department-Slot
               IF DEPT-SLOT-SW = "Y"
                   ADD DB-REGULAR-PAY TO DT-YTD-BUD-WS (DPT-IDX, 1)
                   ADD DB-OVERTIME-PAY TO DT-YTD-BUD-WS (DPT-IDX, 2)
                   ADD DB-TAXES TO DT-YTD-BUD-WS (DPT-IDX, 3)
                   IF DB-BUDGET-MONTH = BUS-MONTH-WS
                       MOVE DB-HEADCOUNT
                           TO DT-BUD-HEADCOUNT-WS (DPT-IDX)
                       ADD DB-REGULAR-PAY TO DT-MTD-BUD-WS (DPT-IDX, 1)
                       ADD DB-OVERTIME-PAY
                           TO DT-MTD-BUD-WS (DPT-IDX, 2)
                       ADD DB-TAXES TO DT-MTD-BUD-WS (DPT-IDX, 3)
                   END-IF
               END-IF
           END-IF.
      * Active employees on the master today, by department.
       090-Count-Headcount.
           MOVE LOW-VALUES TO EM-EMP-KEY.
           START EMPMSTR KEY IS NOT LESS THAN EM-EMP-KEY
               INVALID KEY
                   MOVE "Y" TO EMPMSTR-EOF
           END-START.
           PERFORM 095-Count-One-Employee
               UNTIL EMPMSTR-EOF = "Y".
       095-Count-One-Employee.
           READ EMPMSTR NEXT RECORD
               AT END MOVE "Y" TO EMPMSTR-EOF
           END-READ.
           IF EMPMSTR-EOF NOT = "Y" AND EM-ACTIVE
               MOVE EM-DEPT-CODE TO DEPT-CODE-WS
               PERFORM 270-Find-Department-Slot
               IF DEPT-SLOT-SW = "Y"
                   ADD 1 TO DT-ACT-HEADCOUNT-WS (DPT-IDX)
               END-IF
           END-IF.
       100-Main.
           PERFORM 200-Post-One-Check THRU 200-Post-Exit.
           PERFORM 400-Read-History.
      * A check paid in the business date's year, through the
      * business date, counts toward the year; one paid in the
      * business date's month counts toward the month as well.
       200-Post-One-Check.
           MOVE PH-PAY-DATE TO CHECK-DATE-WS.
           IF CHECK-YEAR-WS NOT = BUS-YEAR-WS
               OR CHECK-DATE-WS > BUSINESS-DATE-WS
               GO TO 200-Post-Exit.
           MOVE PH-EMP-KEY TO EM-EMP-KEY.
           READ EMPMSTR
               INVALID KEY
                   MOVE SPACES TO EM-DEPT-CODE
           END-READ.
           MOVE EM-DEPT-CODE TO DEPT-CODE-WS.
           PERFORM 270-Find-Department-Slot.
           IF DEPT-SLOT-SW = "N"
               GO TO 200-Post-Exit.
           PERFORM 260-Price-Overtime-Pay.
           IF OT-PAY-WS > PH-GROSS
               MOVE PH-GROSS TO OT-PAY-WS.
           COMPUTE REGULAR-PAY-WS = PH-GROSS - OT-PAY-WS.
           ADD 1 TO CHECKS-REPORTED-WS.
           ADD REGULAR-PAY-WS TO DT-YTD-ACT-WS (DPT-IDX, 1).
           ADD OT-PAY-WS TO DT-YTD-ACT-WS (DPT-IDX, 2).
           ADD PH-FICA-WH TO DT-YTD-ACT-WS (DPT-IDX, 3).
           IF CHECK-MONTH-WS = BUS-MONTH-WS
               ADD REGULAR-PAY-WS TO DT-MTD-ACT-WS (DPT-IDX, 1)
               ADD OT-PAY-WS TO DT-MTD-ACT-WS (DPT-IDX, 2)
               ADD PH-FICA-WH TO DT-MTD-ACT-WS (DPT-IDX, 3).
       200-Post-Exit.
           EXIT.
      * Hours past the category's standard week on an hourly check
      * were paid at the overtime factor; all of that pay is the
      * check's overtime.
       260-Price-Overtime-Pay.
           MOVE ZERO TO OT-PAY-WS.
           SET CAT-IDX TO 1.
           SEARCH CAT-ENTRY
               AT END
                   CONTINUE
               WHEN CAT-IDX > CAT-COUNT-WS
                   CONTINUE
               WHEN CAT-CODE-WS (CAT-IDX) = PH-CATEGORY
                   IF CAT-METHOD-WS (CAT-IDX) = "H"
                       AND CAT-HOURS-WS (CAT-IDX) > ZERO
                       AND PH-HOURS > CAT-HOURS-WS (CAT-IDX)
                       COMPUTE OT-PAY-WS ROUNDED =
                           (PH-HOURS - CAT-HOURS-WS (CAT-IDX))
                           * PH-RATE-PAID * CAT-FACTOR-WS (CAT-IDX)
                   END-IF
           END-SEARCH.
      * The department's slot, opening one at the end of the table
      * for a code the department master does not carry.
       270-Find-Department-Slot.
           MOVE "Y" TO DEPT-SLOT-SW.
           SET DPT-IDX TO 1.
           SEARCH DEPT-ENTRY
               AT END
                   MOVE "N" TO DEPT-SLOT-SW
                   DISPLAY "*** DEPARTMENT TABLE FULL - " DEPT-CODE-WS
               WHEN DPT-IDX > DEPT-COUNT-WS
                   ADD 1 TO DEPT-COUNT-WS
                   MOVE DEPT-CODE-WS TO DT-CODE-WS (DPT-IDX)
                   IF DEPT-CODE-WS = SPACES
                       MOVE "NO DEPARTMENT ASSIGNED"
                           TO DT-DESC-WS (DPT-IDX)
                   ELSE
                       MOVE "NOT ON DEPARTMENT MASTER"
                           TO DT-DESC-WS (DPT-IDX)
                   END-IF
                   MOVE "N" TO DT-ACTIVE-SW (DPT-IDX)
               WHEN DT-CODE-WS (DPT-IDX) = DEPT-CODE-WS
                   CONTINUE
           END-SEARCH.
       400-Read-History.
           READ PAYHIST
               AT END MOVE "Y" TO PAYHIST-EOF
           END-READ.
           IF PAYHIST-EOF NOT = "Y"
               ADD 1 TO HISTORY-READ-WS
           END-IF.
      * Each active department, and any other with a budget or
      * pay against it, then the company as a whole.
       700-Write-Department-Report.
           PERFORM 710-Write-One-Department
               VARYING DPT-IDX FROM 1 BY 1
               UNTIL DPT-IDX > DEPT-COUNT-WS.
           MOVE SPACES TO BD-CODE-OUT.
           MOVE "ALL DEPARTMENTS" TO BD-DESC-OUT.
           MOVE CO-BUD-HEADCOUNT-WS TO BD-BUD-HC-OUT.
           MOVE CO-ACT-HEADCOUNT-WS TO BD-ACT-HC-OUT.
           WRITE BUDGRPT-REC FROM BLANK-LINE.
           WRITE BUDGRPT-REC FROM BV-DEPT-LINE.
           INITIALIZE DEPT-TOTAL-WS.
           PERFORM 740-Write-Company-Item
               VARYING CO-IDX FROM 1 BY 1
               UNTIL CO-IDX > 3.
           MOVE "TOTAL" TO BL-ITEM-OUT.
           PERFORM 760-Write-Total-Line.
           MOVE DEPTS-OVER-WS TO BO-COUNT-OUT.
           WRITE BUDGRPT-REC FROM BLANK-LINE.
           WRITE BUDGRPT-REC FROM BV-OVER-LINE.
       710-Write-One-Department.
           INITIALIZE DEPT-TOTAL-WS.
           PERFORM 715-Sum-Department-Item
               VARYING ITM-IDX FROM 1 BY 1
               UNTIL ITM-IDX > 3.
           IF DT-ACTIVE-SW (DPT-IDX) = "Y"
               OR DT-BUD-HEADCOUNT-WS (DPT-IDX) > ZERO
               OR DT-ACT-HEADCOUNT-WS (DPT-IDX) > ZERO
               OR DTOT-YTD-BUD-WS > ZERO
               OR DTOT-YTD-ACT-WS > ZERO
               ADD 1 TO DEPTS-PRINTED-WS
               MOVE DT-CODE-WS (DPT-IDX) TO BD-CODE-OUT
               MOVE DT-DESC-WS (DPT-IDX) TO BD-DESC-OUT
               MOVE DT-BUD-HEADCOUNT-WS (DPT-IDX) TO BD-BUD-HC-OUT
               MOVE DT-ACT-HEADCOUNT-WS (DPT-IDX) TO BD-ACT-HC-OUT
               WRITE BUDGRPT-REC FROM BLANK-LINE
               WRITE BUDGRPT-REC FROM BV-DEPT-LINE
               ADD DT-BUD-HEADCOUNT-WS (DPT-IDX) TO CO-BUD-HEADCOUNT-WS
               ADD DT-ACT-HEADCOUNT-WS (DPT-IDX) TO CO-ACT-HEADCOUNT-WS
               PERFORM 720-Write-Department-Item
                   VARYING ITM-IDX FROM 1 BY 1
                   UNTIL ITM-IDX > 3
               MOVE "TOTAL" TO BL-ITEM-OUT
               PERFORM 760-Write-Total-Line
               IF LINE-OVER-SW = "Y"
                   ADD 1 TO DEPTS-OVER-WS
               END-IF
           END-IF.
       715-Sum-Department-Item.
           ADD DT-MTD-BUD-WS (DPT-IDX, ITM-IDX) TO DTOT-MTD-BUD-WS.
           ADD DT-MTD-ACT-WS (DPT-IDX, ITM-IDX) TO DTOT-MTD-ACT-WS.
           ADD DT-YTD-BUD-WS (DPT-IDX, ITM-IDX) TO DTOT-YTD-BUD-WS.
           ADD DT-YTD-ACT-WS (DPT-IDX, ITM-IDX) TO DTOT-YTD-ACT-WS.
       720-Write-Department-Item.
           MOVE BUDGET-ITEM-NAME-WS (ITM-IDX) TO BL-ITEM-OUT.
           MOVE DT-MTD-BUD-WS (DPT-IDX, ITM-IDX) TO LINE-MTD-BUD-WS.
           MOVE DT-MTD-ACT-WS (DPT-IDX, ITM-IDX) TO LINE-MTD-ACT-WS.
           MOVE DT-YTD-BUD-WS (DPT-IDX, ITM-IDX) TO LINE-YTD-BUD-WS.
           MOVE DT-YTD-ACT-WS (DPT-IDX, ITM-IDX) TO LINE-YTD-ACT-WS.
           PERFORM 750-Write-Variance-Line.
           SET CO-IDX TO ITM-IDX.
           ADD LINE-MTD-BUD-WS TO CO-MTD-BUD-WS (CO-IDX).
           ADD LINE-MTD-ACT-WS TO CO-MTD-ACT-WS (CO-IDX).
           ADD LINE-YTD-BUD-WS TO CO-YTD-BUD-WS (CO-IDX).
           ADD LINE-YTD-ACT-WS TO CO-YTD-ACT-WS (CO-IDX).
       740-Write-Company-Item.
           SET ITM-IDX TO CO-IDX.
           MOVE BUDGET-ITEM-NAME-WS (ITM-IDX) TO BL-ITEM-OUT.
           MOVE CO-MTD-BUD-WS (CO-IDX) TO LINE-MTD-BUD-WS.
           MOVE CO-MTD-ACT-WS (CO-IDX) TO LINE-MTD-ACT-WS.
           MOVE CO-YTD-BUD-WS (CO-IDX) TO LINE-YTD-BUD-WS.
           MOVE CO-YTD-ACT-WS (CO-IDX) TO LINE-YTD-ACT-WS.
           ADD LINE-MTD-BUD-WS TO DTOT-MTD-BUD-WS.
           ADD LINE-MTD-ACT-WS TO DTOT-MTD-ACT-WS.
           ADD LINE-YTD-BUD-WS TO DTOT-YTD-BUD-WS.
           ADD LINE-YTD-ACT-WS TO DTOT-YTD-ACT-WS.
           PERFORM 750-Write-Variance-Line.
      * Actual less budget, so a positive variance is over budget.
      * The line is flagged when the month or the year to date is
      * over its budget by more than the tolerance; any pay against
      * no budget at all is flagged.
       750-Write-Variance-Line.
           COMPUTE LINE-MTD-VAR-WS = LINE-MTD-ACT-WS - LINE-MTD-BUD-WS.
           COMPUTE LINE-YTD-VAR-WS = LINE-YTD-ACT-WS - LINE-YTD-BUD-WS.
           MOVE "N" TO LINE-OVER-SW.
           COMPUTE OVER-LIMIT-WS ROUNDED =
                   LINE-MTD-BUD-WS * (1 + BUDGET-TOLERANCE-WS).
           IF LINE-MTD-ACT-WS > OVER-LIMIT-WS
               MOVE "Y" TO LINE-OVER-SW.
           COMPUTE OVER-LIMIT-WS ROUNDED =
                   LINE-YTD-BUD-WS * (1 + BUDGET-TOLERANCE-WS).
           IF LINE-YTD-ACT-WS > OVER-LIMIT-WS
               MOVE "Y" TO LINE-OVER-SW.
           MOVE LINE-MTD-BUD-WS TO BL-MTD-BUD-OUT.
           MOVE LINE-MTD-ACT-WS TO BL-MTD-ACT-OUT.
           MOVE LINE-MTD-VAR-WS TO BL-MTD-VAR-OUT.
           MOVE LINE-YTD-BUD-WS TO BL-YTD-BUD-OUT.
           MOVE LINE-YTD-ACT-WS TO BL-YTD-ACT-OUT.
           MOVE LINE-YTD-VAR-WS TO BL-YTD-VAR-OUT.
           IF LINE-OVER-SW = "Y"
               MOVE "OVER BUDGET" TO BL-FLAG-OUT
           ELSE
               MOVE SPACES TO BL-FLAG-OUT.
           WRITE BUDGRPT-REC FROM BV-ITEM-LINE.
       760-Write-Total-Line.
           MOVE DTOT-MTD-BUD-WS TO LINE-MTD-BUD-WS.
           MOVE DTOT-MTD-ACT-WS TO LINE-MTD-ACT-WS.
           MOVE DTOT-YTD-BUD-WS TO LINE-YTD-BUD-WS.
           MOVE DTOT-YTD-ACT-WS TO LINE-YTD-ACT-WS.
           PERFORM 750-Write-Variance-Line.
       900-Wrap-Up.
           DISPLAY "HISTORY READ:      " HISTORY-READ-WS.
           DISPLAY "CHECKS REPORTED:   " CHECKS-REPORTED-WS.
           DISPLAY "DEPTS REPORTED:    " DEPTS-PRINTED-WS.
           DISPLAY "DEPTS OVER BUDGET: " DEPTS-OVER-WS.
           IF NOT PAYHIST-MISSING
               CLOSE PAYHIST.
           IF NOT DEPTMSTR-MISSING
               CLOSE DEPTMSTR.
           IF NOT DEPTBUDG-MISSING
               CLOSE DEPTBUDG.
           CLOSE EMPMSTR, BUDGRPT.
           IF DEPTS-OVER-WS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
