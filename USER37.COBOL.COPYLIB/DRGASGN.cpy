      * DRGASGN - DRG assignment per discharge, keyed by discharge
      * date and patient id (100 bytes). HOSPDISC writes one as it
      * discharges each stay, grouping the primary diagnosis
      * through DIAGMSTR to DRGMSTR and pricing the expected payment
      * at the base rate in force, along with the stay's attending
      * physician from PATMSTR (blank when none was captured).
      * DRGCMI reads a month's worth for the case-mix index report.
       01  DA-ASSIGN-REC.
           05  DA-ASSIGN-KEY.
               10  DA-DISCHARGE-DATE    PIC 9(08).
               10  DA-PATIENT-ID        PIC X(09).
           05  DA-ADMIT-DATE            PIC 9(08).
           05  DA-WARD-ID               PIC X(04).
           05  DA-DIAG-CODE             PIC X(06).
           05  DA-DRG-CODE              PIC X(03).
           05  DA-GROUP-STATUS          PIC X(01).
               88  DA-GROUPED                   VALUE 'G'.
               88  DA-UNGROUPED                 VALUE 'U'.
           05  DA-RELATIVE-WEIGHT       PIC 9(02)V9(04).
           05  DA-GMLOS                 PIC 9(03)V9(01).
           05  DA-ACTUAL-LOS            PIC 9(05).
           05  DA-TOTAL-CHARGES         PIC 9(09)V99.
           05  DA-EXPECTED-REIMB        PIC 9(09)V99.
           05  DA-ATTENDING-ID          PIC X(09).
           05  FILLER                   PIC X(15).
