      * charge-entry run prices at and the revenue class the
      * discharge bill breaks the charges out by. Maintained by
      * CHGCMNT; ANCENTRY validates every keyed charge line against
      * this file, and ENCENTRY the outpatient and ER visit charges.
      * CC-RATE is the price in effect today; every dated price the
      * code has carried or is scheduled to carry is on CHGPRHST.
       01  CC-CHARGE-REC.
           05  CC-CHARGE-CODE           PIC X(06).
           05  CC-DESCRIPTION           PIC X(20).
               88  CC-CLASS-PHARMACY            VALUE 'P'.
               88  CC-CLASS-THERAPY             VALUE 'T'.
               88  CC-CLASS-OTHER               VALUE 'O'.
               88  CC-CLASS-SURGERY             VALUE 'S'.
           05  CC-STATUS                PIC X(01).
               88  CC-ACTIVE                    VALUE 'A'.
               88  CC-INACTIVE                  VALUE 'I'.
