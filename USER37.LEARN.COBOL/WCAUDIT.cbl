       IDENTIFICATION DIVISION.
       PROGRAM-ID. WCAUDIT.
      *
      * Workers' compensation premium audit. The carrier audits the
      * year's payroll by class code, so this run rebuilds it from
      * the pay history PAYROL3A appends instead of from the labor
      * distribution by hand. Every check paid in the calendar year
      * of the business date is reported under the employee's own
      * class when EMPMAINT has keyed one, else under the class on
      * the employee's department. The overtime premium - the part
      * of an overtime hour paid over straight time - is left out of
      * reportable payroll as the carrier requires; it is priced off
      * the category table's standard hours and overtime factor, the
      * same way the payroll run paid it. Payroll is totaled by
      * class for the quarter of the business date and for the year
      * to date, the estimated premium figured at the class's rate
      * per hundred dollars on the WCRATE table, and every active
      * employee whose class and department do not agree is listed
      * for the audit file.
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
             ACCESS MODE IS RANDOM
             RECORD KEY IS DP-DEPT-CODE
             FILE STATUS IS DEPTMSTR-STATUS.
           SELECT CATTABLE
           ASSIGN TO UT-S-CATTABLE
             ACCESS MODE IS SEQUENTIAL.
           SELECT WCRATE
           ASSIGN TO UT-S-WCRATE
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WCRATE-ST.
           SELECT RUNPARM
           ASSIGN TO UT-S-RUNPARM
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS RUNPARM-ST.
           SELECT WCRPT
           ASSIGN TO UT-S-WCRPT
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
      * Workers' comp class table from the carrier's rate filing -
      * one row per class code, the rate in dollars per hundred
      * dollars of reportable payroll.
       FD  WCRATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WCRATE-REC.
       01  WCRATE-REC.
           05  WR-CLASS-CODE           PIC X(04).
           05  WR-DESCRIPTION          PIC X(25).
           05  WR-RATE                 PIC 9(03)V99.
           05  FILLER                  PIC X(46).
       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.
       FD  WCRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WCRPT-REC.
       01  WCRPT-REC  PIC X(110).
       WORKING-STORAGE SECTION.
       01  PAYHIST-EOF                 PIC X(01) VALUE SPACE.
       01  CATTABLE-EOF                PIC X(01) VALUE SPACE.
       01  WCRATE-EOF                  PIC X(01) VALUE SPACE.
       01  EMPMSTR-EOF                 PIC X(01) VALUE SPACE.
       01  PAYHIST-ST                  PIC X(02).
           88  PAYHIST-OK                         VALUE "00".
           88  PAYHIST-MISSING                    VALUE "35".
       01  EMPMSTR-STATUS              PIC X(02).
           88  EMPMSTR-FOUND                      VALUE "00".
       01  DEPTMSTR-STATUS             PIC X(02).
           88  DEPTMSTR-FOUND                     VALUE "00".
           88  DEPTMSTR-MISSING                   VALUE "35".
       01  WCRATE-ST                   PIC X(02).
           88  WCRATE-OK                          VALUE "00".
           88  WCRATE-MISSING                     VALUE "35".
       01  RUNPARM-ST                  PIC X(02).
           88  RUNPARM-OK                         VALUE "00".
       01  BUSINESS-DATE-WS            PIC 9(08) VALUE ZERO.
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE-WS.
           05  BUS-YEAR-WS             PIC 9(04).
           05  BUS-MONTH-WS            PIC 9(02).
           05  FILLER                  PIC 9(02).
       77  BUS-QUARTER-WS              PIC 9(01) VALUE ZERO.
       01  CHECK-DATE-WS               PIC 9(08) VALUE ZERO.
       01  CHECK-DATE-PARTS REDEFINES CHECK-DATE-WS.
           05  CHECK-YEAR-WS           PIC 9(04).
           05  CHECK-MONTH-WS          PIC 9(02).
           05  FILLER                  PIC 9(02).
       77  CHECK-QUARTER-WS            PIC 9(01) VALUE ZERO.
      * The class a check or an employee reports under, and the
      * department's own class it is measured against.
       77  EMP-CLASS-WS                PIC X(04) VALUE SPACE.
       77  DEPT-CLASS-WS               PIC X(04) VALUE SPACE.
       77  DEPT-ON-FILE-SW             PIC X(01) VALUE "N".
       77  CLASS-SLOT-SW               PIC X(01) VALUE "N".
       77  OT-PREMIUM-WS               PIC 9(07)V99 VALUE ZERO.
       77  REPORTABLE-WS               PIC 9(07)V99 VALUE ZERO.
       77  QTR-PREMIUM-WS              PIC 9(09)V99 VALUE ZERO.
       77  YTD-PREMIUM-WS              PIC 9(09)V99 VALUE ZERO.
       77  EXCEPTION-REASON-WS         PIC X(32) VALUE SPACE.
       77  HISTORY-READ-WS             PIC 9(07) VALUE ZERO.
       77  CHECKS-REPORTED-WS          PIC 9(07) VALUE ZERO.
       77  EMPLOYEES-LISTED-WS         PIC 9(05) VALUE ZERO.
       77  TOT-QTR-WAGES-WS            PIC 9(09)V99 VALUE ZERO.
       77  TOT-QTR-OT-WS               PIC 9(09)V99 VALUE ZERO.
       77  TOT-QTR-PREMIUM-WS          PIC 9(09)V99 VALUE ZERO.
       77  TOT-YTD-WAGES-WS            PIC 9(09)V99 VALUE ZERO.
       77  TOT-YTD-OT-WS               PIC 9(09)V99 VALUE ZERO.
       77  TOT-YTD-PREMIUM-WS          PIC 9(09)V99 VALUE ZERO.
      * Category rows off the category table.
       77  CAT-COUNT-WS                PIC 9(02) VALUE ZERO.
       01  CAT-TABLE-WS.
           05  CAT-ENTRY OCCURS 10 TIMES INDEXED BY CAT-IDX.
               10  CAT-CODE-WS         PIC X(01).
               10  CAT-METHOD-WS       PIC X(01).
               10  CAT-FACTOR-WS       PIC 9V999.
               10  CAT-HOURS-WS        PIC 9(02).
      * One slot per class: the rate table's rows first, then any
      * class the checks carried that the table does not have.
       77  CLASS-COUNT-WS              PIC 9(02) VALUE ZERO.
       01  CLASS-TABLE-WS.
           05  CLASS-ENTRY OCCURS 99 TIMES INDEXED BY WC-IDX.
               10  WC-CLASS-WS         PIC X(04).
               10  WC-DESC-WS          PIC X(25).
               10  WC-RATE-WS          PIC 9(03)V99.
               10  WC-ON-TABLE-SW      PIC X(01).
               10  WC-QTR-WAGES-WS     PIC 9(09)V99.
               10  WC-QTR-OT-WS        PIC 9(09)V99.
               10  WC-YTD-WAGES-WS     PIC 9(09)V99.
               10  WC-YTD-OT-WS        PIC 9(09)V99.
       01  WC-HDR.
           05  FILLER              PIC X(37)
                  VALUE 'WORKERS COMPENSATION PREMIUM AUDIT  '.
           05  FILLER              PIC X(06)  VALUE 'YEAR: '.
           05  WH-YEAR             PIC 9(04).
           05  FILLER              PIC X(11)  VALUE '  QUARTER: '.
           05  WH-QUARTER          PIC 9(01).
           05  FILLER              PIC X(11)  VALUE '  THROUGH: '.
           05  WH-DATE             PIC 9(08).
       01  WC-COL-HDR.
           05  FILLER              PIC X(26)
                  VALUE 'CODE DESCRIPTION      RATE'.
           05  FILLER              PIC X(13)  VALUE '  QTR PAYROLL'.
           05  FILLER              PIC X(13)  VALUE '  QTR OT EXCL'.
           05  FILLER              PIC X(13)  VALUE '  QTR PREMIUM'.
           05  FILLER              PIC X(13)  VALUE '  YTD PAYROLL'.
           05  FILLER              PIC X(13)  VALUE '  YTD OT EXCL'.
           05  FILLER              PIC X(13)  VALUE '  YTD PREMIUM'.
       01  WC-LINE.
           05  WL-CLASS-OUT        PIC X(04).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WL-DESC-OUT         PIC X(14).
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WL-RATE-OUT         PIC ZZ9.99.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WL-QTR-WAGES-OUT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WL-QTR-OT-OUT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WL-QTR-PREM-OUT     PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WL-YTD-WAGES-OUT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WL-YTD-OT-OUT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)  VALUE SPACE.
           05  WL-YTD-PREM-OUT     PIC Z,ZZZ,ZZ9.99.
       01  WC-TOTAL-LINE.
           05  FILLER              PIC X(26)  VALUE 'TOTALS'.
           05  WT-QTR-WAGES-OUT    PIC ZZ,ZZZ,ZZ9.99.
           05  WT-QTR-OT-OUT       PIC ZZ,ZZZ,ZZ9.99.
           05  WT-QTR-PREM-OUT     PIC ZZ,ZZZ,ZZ9.99.
           05  WT-YTD-WAGES-OUT    PIC ZZ,ZZZ,ZZ9.99.
           05  WT-YTD-OT-OUT       PIC ZZ,ZZZ,ZZ9.99.
           05  WT-YTD-PREM-OUT     PIC ZZ,ZZZ,ZZ9.99.
       01  WC-EXC-HDR.
           05  FILLER              PIC X(27)
                  VALUE 'EMPLOYEES WHOSE DEPARTMENT '.
           05  FILLER              PIC X(23)
                  VALUE 'AND CLASS DO NOT AGREE'.
       01  WC-EXC-COL-HDR.
           05  FILLER              PIC X(22)  VALUE 'EMPLOYEE'.
           05  FILLER              PIC X(06)  VALUE 'DEPT'.
           05  FILLER              PIC X(12)  VALUE 'DEPT CLASS'.
           05  FILLER              PIC X(11)  VALUE 'EMP CLASS'.
           05  FILLER              PIC X(06)  VALUE 'REASON'.
       01  WC-EXC-LINE.
           05  WX-EMP-OUT          PIC X(20).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WX-DEPT-OUT         PIC X(04).
           05  FILLER              PIC X(02)  VALUE SPACE.
           05  WX-DEPT-CLASS-OUT   PIC X(04).
           05  FILLER              PIC X(08)  VALUE SPACE.
           05  WX-EMP-CLASS-OUT    PIC X(04).
           05  FILLER              PIC X(07)  VALUE SPACE.
           05  WX-REASON-OUT       PIC X(32).
       01  WC-EXC-TOTAL-LINE.
           05  FILLER              PIC X(18)
                  VALUE 'EMPLOYEES LISTED: '.
           05  WX-COUNT-OUT        PIC ZZ,ZZ9.
       01  BLANK-LINE              PIC X(110) VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main UNTIL PAYHIST-EOF = "Y".
           PERFORM 700-Write-Class-Summary.
           PERFORM 500-List-Class-Exceptions.
           PERFORM 900-Wrap-Up.
           GOBACK.
       000-Housekeeping.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE-WS.
           PERFORM 050-Check-Run-Parameters.
           COMPUTE BUS-QUARTER-WS = (BUS-MONTH-WS + 2) / 3.
           PERFORM 060-Load-Category-Table.
           PERFORM 070-Load-Rate-Table.
           OPEN INPUT PAYHIST.
           IF PAYHIST-MISSING
               DISPLAY "NO PAY HISTORY FILE - NO PAYROLL TO REPORT"
               MOVE "Y" TO PAYHIST-EOF
           ELSE
           IF NOT PAYHIST-OK
               DISPLAY "*** PAY HISTORY FILE PROBLEM"
               MOVE 16 TO RETURN-CODE
               GOBACK.
           OPEN INPUT EMPMSTR.
           OPEN INPUT DEPTMSTR.
           IF DEPTMSTR-MISSING
               DISPLAY "NO DEPARTMENT MASTER - EMPLOYEE CLASSES ONLY".
           OPEN OUTPUT WCRPT.
           MOVE BUS-YEAR-WS TO WH-YEAR.
           MOVE BUS-QUARTER-WS TO WH-QUARTER.
           MOVE BUSINESS-DATE-WS TO WH-DATE.
           WRITE WCRPT-REC FROM WC-HDR.
           WRITE WCRPT-REC FROM BLANK-LINE.
           WRITE WCRPT-REC FROM WC-COL-HDR.
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
      * No rate table still totals the payroll by class; every
      * class then prices at zero and lists as not on the table.
       070-Load-Rate-Table.
           OPEN INPUT WCRATE.
           IF WCRATE-MISSING
               DISPLAY "NO WC RATE TABLE - PREMIUM NOT ESTIMATED"
           ELSE
               PERFORM 075-Read-Rate-Entry
                   UNTIL WCRATE-EOF = "Y"
               CLOSE WCRATE.
       075-Read-Rate-Entry.
           READ WCRATE
               AT END MOVE "Y" TO WCRATE-EOF
           END-READ.
           IF WCRATE-EOF NOT = "Y"
               IF CLASS-COUNT-WS < 99
                   ADD 1 TO CLASS-COUNT-WS
                   SET WC-IDX TO CLASS-COUNT-WS
                   MOVE WR-CLASS-CODE TO WC-CLASS-WS (WC-IDX)
                   MOVE WR-DESCRIPTION TO WC-DESC-WS (WC-IDX)
                   MOVE ZERO TO WC-RATE-WS (WC-IDX)
                   IF WR-RATE NUMERIC
                       MOVE WR-RATE TO WC-RATE-WS (WC-IDX)
                   END-IF
                   MOVE "Y" TO WC-ON-TABLE-SW (WC-IDX)
                   MOVE ZERO TO WC-QTR-WAGES-WS (WC-IDX)
                                WC-QTR-OT-WS (WC-IDX)
                                WC-YTD-WAGES-WS (WC-IDX)
                                WC-YTD-OT-WS (WC-IDX)
               ELSE
                   DISPLAY "*** WC CLASS TABLE FULL - " WR-CLASS-CODE
               END-IF
           END-IF.
       100-Main.
           PERFORM 200-Report-One-Check THRU 200-Report-Exit.
           PERFORM 400-Read-History.
      * A check paid in the business date's year, through the
      * business date, counts toward the year; one paid in the
      * business date's quarter counts toward the quarter as well.
       200-Report-One-Check.
           MOVE PH-PAY-DATE TO CHECK-DATE-WS.
           IF CHECK-YEAR-WS NOT = BUS-YEAR-WS
               OR CHECK-DATE-WS > BUSINESS-DATE-WS
               GO TO 200-Report-Exit.
           COMPUTE CHECK-QUARTER-WS = (CHECK-MONTH-WS + 2) / 3.
           MOVE PH-EMP-KEY TO EM-EMP-KEY.
           READ EMPMSTR
               INVALID KEY
                   MOVE SPACES TO EM-DEPT-CODE, EM-WC-CLASS
           END-READ.
           PERFORM 250-Find-Employee-Class.
           PERFORM 260-Price-Overtime-Premium.
           IF OT-PREMIUM-WS > PH-GROSS
               MOVE PH-GROSS TO OT-PREMIUM-WS.
           COMPUTE REPORTABLE-WS = PH-GROSS - OT-PREMIUM-WS.
           PERFORM 270-Find-Class-Slot.
           IF CLASS-SLOT-SW = "N"
               GO TO 200-Report-Exit.
           ADD 1 TO CHECKS-REPORTED-WS.
           ADD REPORTABLE-WS TO WC-YTD-WAGES-WS (WC-IDX).
           ADD OT-PREMIUM-WS TO WC-YTD-OT-WS (WC-IDX).
           IF CHECK-QUARTER-WS = BUS-QUARTER-WS
               ADD REPORTABLE-WS TO WC-QTR-WAGES-WS (WC-IDX)
               ADD OT-PREMIUM-WS TO WC-QTR-OT-WS (WC-IDX).
       200-Report-Exit.
           EXIT.
      * The employee's own class when one is keyed, else the
      * department's. Leaves the department's class beside it.
       250-Find-Employee-Class.
           MOVE SPACES TO DEPT-CLASS-WS.
           MOVE "N" TO DEPT-ON-FILE-SW.
           IF EM-DEPT-CODE NOT = SPACES AND NOT DEPTMSTR-MISSING
               MOVE EM-DEPT-CODE TO DP-DEPT-CODE
               READ DEPTMSTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF DEPTMSTR-FOUND
                   MOVE "Y" TO DEPT-ON-FILE-SW
                   MOVE DP-WC-CLASS TO DEPT-CLASS-WS
               END-IF
           END-IF.
           IF EM-WC-CLASS NOT = SPACES
               MOVE EM-WC-CLASS TO EMP-CLASS-WS
           ELSE
               MOVE DEPT-CLASS-WS TO EMP-CLASS-WS.
      * Hours past the category's standard week on an hourly check
      * were paid at the overtime factor; the part over straight
      * time is the overtime premium.
       260-Price-Overtime-Premium.
           MOVE ZERO TO OT-PREMIUM-WS.
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
                       AND CAT-FACTOR-WS (CAT-IDX) > 1
                       COMPUTE OT-PREMIUM-WS ROUNDED =
                           (PH-HOURS - CAT-HOURS-WS (CAT-IDX))
                           * PH-RATE-PAID
                           * (CAT-FACTOR-WS (CAT-IDX) - 1)
                   END-IF
           END-SEARCH.
      * The class's slot, opening one at the end of the table for a
      * class the rate table does not carry.
       270-Find-Class-Slot.
           MOVE "Y" TO CLASS-SLOT-SW.
           SET WC-IDX TO 1.
           SEARCH CLASS-ENTRY
               AT END
                   MOVE "N" TO CLASS-SLOT-SW
                   DISPLAY "*** WC CLASS TABLE FULL - " EMP-CLASS-WS
               WHEN WC-IDX > CLASS-COUNT-WS
                   ADD 1 TO CLASS-COUNT-WS
                   MOVE EMP-CLASS-WS TO WC-CLASS-WS (WC-IDX)
                   IF EMP-CLASS-WS = SPACES
                       MOVE "NO CLASS ASSIGNED" TO WC-DESC-WS (WC-IDX)
                   ELSE
                       MOVE "NOT ON RATE TABLE" TO WC-DESC-WS (WC-IDX)
                   END-IF
                   MOVE ZERO TO WC-RATE-WS (WC-IDX)
                   MOVE "N" TO WC-ON-TABLE-SW (WC-IDX)
                   MOVE ZERO TO WC-QTR-WAGES-WS (WC-IDX)
                                WC-QTR-OT-WS (WC-IDX)
                                WC-YTD-WAGES-WS (WC-IDX)
                                WC-YTD-OT-WS (WC-IDX)
               WHEN WC-CLASS-WS (WC-IDX) = EMP-CLASS-WS
                   CONTINUE
           END-SEARCH.
       400-Read-History.
           READ PAYHIST
               AT END MOVE "Y" TO PAYHIST-EOF
           END-READ.
           IF PAYHIST-EOF NOT = "Y"
               ADD 1 TO HISTORY-READ-WS
           END-IF.
      * Every active employee whose class the audit would question:
      * an override that differs from the department's class, a
      * department not on the master, no class at all, or a class
      * the rate table does not carry.
       500-List-Class-Exceptions.
           WRITE WCRPT-REC FROM BLANK-LINE.
           WRITE WCRPT-REC FROM WC-EXC-HDR.
           WRITE WCRPT-REC FROM WC-EXC-COL-HDR.
           MOVE LOW-VALUES TO EM-EMP-KEY.
           START EMPMSTR KEY IS NOT LESS THAN EM-EMP-KEY
               INVALID KEY
                   MOVE "Y" TO EMPMSTR-EOF
           END-START.
           PERFORM 510-Check-One-Employee
               UNTIL EMPMSTR-EOF = "Y".
           MOVE EMPLOYEES-LISTED-WS TO WX-COUNT-OUT.
           WRITE WCRPT-REC FROM BLANK-LINE.
           WRITE WCRPT-REC FROM WC-EXC-TOTAL-LINE.
       510-Check-One-Employee.
           READ EMPMSTR NEXT RECORD
               AT END MOVE "Y" TO EMPMSTR-EOF
           END-READ.
           IF EMPMSTR-EOF NOT = "Y" AND EM-ACTIVE
               PERFORM 520-Edit-Employee-Class
               IF EXCEPTION-REASON-WS NOT = SPACES
                   MOVE EM-EMP-KEY TO WX-EMP-OUT
                   MOVE EM-DEPT-CODE TO WX-DEPT-OUT
                   MOVE DEPT-CLASS-WS TO WX-DEPT-CLASS-OUT
                   MOVE EM-WC-CLASS TO WX-EMP-CLASS-OUT
                   MOVE EXCEPTION-REASON-WS TO WX-REASON-OUT
                   WRITE WCRPT-REC FROM WC-EXC-LINE
                   ADD 1 TO EMPLOYEES-LISTED-WS
               END-IF
           END-IF.
       520-Edit-Employee-Class.
           MOVE SPACES TO EXCEPTION-REASON-WS.
           PERFORM 250-Find-Employee-Class.
           IF EM-DEPT-CODE NOT = SPACES AND NOT DEPTMSTR-MISSING
               AND DEPT-ON-FILE-SW = "N"
               MOVE "DEPARTMENT NOT ON MASTER" TO EXCEPTION-REASON-WS
           ELSE
           IF EMP-CLASS-WS = SPACES
               MOVE "NO CLASS ON EMPLOYEE OR DEPT"
                   TO EXCEPTION-REASON-WS
           ELSE
           IF EM-WC-CLASS NOT = SPACES
               AND DEPT-CLASS-WS NOT = SPACES
               AND EM-WC-CLASS NOT = DEPT-CLASS-WS
               MOVE "EMPLOYEE CLASS DIFFERS FROM DEPT"
                   TO EXCEPTION-REASON-WS
           ELSE
               PERFORM 270-Find-Class-Slot
               IF CLASS-SLOT-SW = "Y"
                   IF WC-ON-TABLE-SW (WC-IDX) = "N"
                       MOVE "CLASS NOT ON RATE TABLE"
                           TO EXCEPTION-REASON-WS
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
      * One line per class with payroll or a rate on the table;
      * the premium is the reportable payroll at the class's rate
      * per hundred dollars.
       700-Write-Class-Summary.
           PERFORM 710-Write-Class-Line
               VARYING WC-IDX FROM 1 BY 1
               UNTIL WC-IDX > CLASS-COUNT-WS.
           WRITE WCRPT-REC FROM BLANK-LINE.
           MOVE TOT-QTR-WAGES-WS TO WT-QTR-WAGES-OUT.
           MOVE TOT-QTR-OT-WS TO WT-QTR-OT-OUT.
           MOVE TOT-QTR-PREMIUM-WS TO WT-QTR-PREM-OUT.
           MOVE TOT-YTD-WAGES-WS TO WT-YTD-WAGES-OUT.
           MOVE TOT-YTD-OT-WS TO WT-YTD-OT-OUT.
           MOVE TOT-YTD-PREMIUM-WS TO WT-YTD-PREM-OUT.
           WRITE WCRPT-REC FROM WC-TOTAL-LINE.
       710-Write-Class-Line.
           COMPUTE QTR-PREMIUM-WS ROUNDED =
               WC-QTR-WAGES-WS (WC-IDX) * WC-RATE-WS (WC-IDX) / 100.
           COMPUTE YTD-PREMIUM-WS ROUNDED =
               WC-YTD-WAGES-WS (WC-IDX) * WC-RATE-WS (WC-IDX) / 100.
           MOVE WC-CLASS-WS (WC-IDX) TO WL-CLASS-OUT.
           MOVE WC-DESC-WS (WC-IDX) TO WL-DESC-OUT.
           MOVE WC-RATE-WS (WC-IDX) TO WL-RATE-OUT.
           MOVE WC-QTR-WAGES-WS (WC-IDX) TO WL-QTR-WAGES-OUT.
           MOVE WC-QTR-OT-WS (WC-IDX) TO WL-QTR-OT-OUT.
           MOVE QTR-PREMIUM-WS TO WL-QTR-PREM-OUT.
           MOVE WC-YTD-WAGES-WS (WC-IDX) TO WL-YTD-WAGES-OUT.
           MOVE WC-YTD-OT-WS (WC-IDX) TO WL-YTD-OT-OUT.
           MOVE YTD-PREMIUM-WS TO WL-YTD-PREM-OUT.
           WRITE WCRPT-REC FROM WC-LINE.
           ADD WC-QTR-WAGES-WS (WC-IDX) TO TOT-QTR-WAGES-WS.
           ADD WC-QTR-OT-WS (WC-IDX) TO TOT-QTR-OT-WS.
           ADD QTR-PREMIUM-WS TO TOT-QTR-PREMIUM-WS.
           ADD WC-YTD-WAGES-WS (WC-IDX) TO TOT-YTD-WAGES-WS.
           ADD WC-YTD-OT-WS (WC-IDX) TO TOT-YTD-OT-WS.
           ADD YTD-PREMIUM-WS TO TOT-YTD-PREMIUM-WS.
       900-Wrap-Up.
           DISPLAY "HISTORY READ:      " HISTORY-READ-WS.
           DISPLAY "CHECKS REPORTED:   " CHECKS-REPORTED-WS.
           DISPLAY "EMPLOYEES LISTED:  " EMPLOYEES-LISTED-WS.
           IF NOT PAYHIST-MISSING
               CLOSE PAYHIST.
           IF NOT DEPTMSTR-MISSING
               CLOSE DEPTMSTR.
           CLOSE EMPMSTR, WCRPT.
           IF EMPLOYEES-LISTED-WS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
