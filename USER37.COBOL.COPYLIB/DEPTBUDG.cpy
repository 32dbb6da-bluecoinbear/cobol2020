      * DEPTBUDG - Department payroll budget, keyed by department
      * code, budget year and month (80 bytes). One record per cost
      * center per month of the plan year finance approves: the
      * headcount budgeted and the regular pay, overtime pay and
      * employer payroll taxes budgeted for the month. BUDGVAR sets
      * the month's and the year's pay history against it. Loaded
      * by BUDGLOAD.
       01  DB-BUDGET-REC.
           05  DB-KEY.
               10  DB-DEPT-CODE         PIC X(04).
               10  DB-BUDGET-YEAR       PIC 9(04).
               10  DB-BUDGET-MONTH      PIC 9(02).
           05  DB-HEADCOUNT             PIC 9(05).
           05  DB-REGULAR-PAY           PIC 9(09)V99.
           05  DB-OVERTIME-PAY          PIC 9(09)V99.
           05  DB-TAXES                 PIC 9(09)V99.
           05  DB-LOAD-DATE             PIC 9(08).
           05  FILLER                   PIC X(24).
