      * EMPMSTR - Employee master record, keyed the same way the
      * YTD balance file is keyed (first and last name as they
      * arrive on the PAYROLL feed) (100 bytes). Authoritative name,
      * pay category, standard rate and employment status: PAYROL3A
      * validates every PAYROLL input record against this file
      * instead of paying whatever the feed carries. Maintained by
               88  EM-FREQ-BIWEEKLY             VALUE 'B'.
               88  EM-FREQ-SEMIMONTHLY          VALUE 'S'.
               88  EM-FREQ-MONTHLY              VALUES 'M', ' '.
      * W-4 withholding elections. A blank filing status withholds
      * as single, and a blank state status follows the federal
      * one. The dependents credit is the annual dollar amount off
      * the W-4; the extra withholding comes out of every check.
      * An exempt employee has no income tax withheld.
           05  EM-FILING-STATUS         PIC X(01).
               88  EM-FILE-SINGLE               VALUES 'S', ' '.
               88  EM-FILE-MARRIED              VALUE 'M'.
               88  EM-FILE-HEAD-HOUSEHOLD       VALUE 'H'.
           05  EM-DEPENDENTS-CREDIT     PIC 9(05).
           05  EM-EXTRA-WITHHOLDING     PIC 9(03)V99.
           05  EM-WH-EXEMPT             PIC X(01).
               88  EM-EXEMPT-FROM-WH            VALUE 'Y'.
           05  EM-STATE-FILING-STATUS   PIC X(01).
      * Set by FINALPAY once a terminated employee's final check,
      * leave payout and closing entries have gone out; cleared
      * by EMPMAINT on the termination and on a rehire add.
           05  EM-FINAL-PAY-SW          PIC X(01).
               88  EM-FINAL-PAY-ISSUED          VALUE 'Y'.
      * Workers' compensation class the employee's wages are
      * reported under when it is not the department's class.
      * Blank takes the class off the department master.
           05  EM-WC-CLASS              PIC X(04).
           05  FILLER                   PIC X(16).
