      * BENENRL - Employee benefit enrollment, keyed the same way the
      * employee master is keyed (80 bytes). Ties an employee to the
      * POLMSTR policy that covers them and the coverage tier
      * elected; the tier sets the employee's share of the policy's
      * monthly premium, which PAYROL3A takes pre-tax each period.
      * The payroll run banks the employee and employer shares here
      * until they add up to a whole monthly premium, then remits it
      * to PREMCASH on the PREMREMIT file. Maintained by BENEMNT.
       01  BE-ENROLL-REC.
           05  BE-EMP-KEY               PIC X(20).
           05  BE-POLICY-NO             PIC 9(09).
           05  BE-COVERAGE-TIER         PIC X(02).
               88  BE-EMPLOYEE-ONLY             VALUE 'EE'.
               88  BE-EMPLOYEE-SPOUSE           VALUE 'ES'.
               88  BE-EMPLOYEE-CHILDREN         VALUE 'EC'.
               88  BE-FAMILY                    VALUE 'FA'.
               88  BE-VALID-TIER                VALUES 'EE', 'ES',
                                                       'EC', 'FA'.
           05  BE-EMPLOYEE-SHARE-PCT    PIC V999.
           05  BE-STATUS                PIC X(01).
               88  BE-ACTIVE                    VALUE 'A'.
               88  BE-INACTIVE                  VALUE 'I'.
           05  BE-EFFECTIVE-DATE        PIC 9(08).
           05  BE-END-DATE              PIC 9(08).
      * Premium taken and matched but not yet remitted - always
      * less than one month's premium after a payroll run.
           05  BE-REMIT-BALANCE         PIC S9(05)V99.
           05  BE-DEDUCTED-TO-DATE      PIC 9(07)V99.
           05  FILLER                   PIC X(13).
