      * amount-or-percent method, goal/limit with taken-to-date, and
      * an active flag. PAYROL3A applies them after taxes in
      * priority order, with court-ordered garnishments (type GRN)
      * capped at the statutory share of net pay. The 401(k)
      * deferral (type 401) stops at the plan year's IRS limit, and
      * it and any plan loan repayment (type LON) go to the
      * recordkeeper with the employer match.
       01  DM-DEDUCTION-REC.
           05  DM-KEY.
               10  DM-EMP-KEY           PIC X(20).
           05  DM-STATUS                PIC X(01).
               88  DM-ACTIVE                    VALUE 'A'.
               88  DM-INACTIVE                  VALUE 'I'.
      * Termination date stamped by FINALPAY: the deduction is
      * taken one last time on the final check, which closes it.
           05  DM-END-DATE              PIC 9(08).
           05  FILLER                   PIC X(17).
