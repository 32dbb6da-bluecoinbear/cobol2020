      * RETACCUM - 401(k) plan-year accumulator, keyed the same way
      * the employee master is keyed (80 bytes). PAYROL3A's own
      * running total of what each employee has deferred, been
      * matched and repaid on a plan loan in the plan year, held
      * against the annual limits on the plan rule table. The
      * figures reset on the first check of a new plan year.
       01  RA-ACCUM-REC.
           05  RA-EMP-KEY               PIC X(20).
           05  RA-PLAN-YEAR             PIC 9(04).
           05  RA-DEFERRAL-YTD          PIC 9(07)V99.
           05  RA-MATCH-YTD             PIC 9(07)V99.
           05  RA-LOAN-YTD              PIC 9(07)V99.
           05  RA-LAST-PAY-DATE         PIC 9(08).
           05  FILLER                   PIC X(21).
