      * DRGMSTR - Diagnosis-related group table, keyed by DRG code
      * (60 bytes). Each group's relative weight and geometric mean
      * length of stay; a diagnosis is pointed at its group by
      * DG-DRG-CODE on DIAGMSTR. Maintained by DRGMNT. HOSPDISC
      * groups every discharge through it and DRGCMI reports the
      * month's case mix from the assignments.
       01  DR-DRG-REC.
           05  DR-DRG-CODE              PIC X(03).
           05  DR-DESCRIPTION           PIC X(30).
           05  DR-RELATIVE-WEIGHT       PIC 9(02)V9(04).
           05  DR-GMLOS                 PIC 9(03)V9(01).
           05  DR-STATUS                PIC X(01).
               88  DR-ACTIVE                    VALUE 'A'.
               88  DR-INACTIVE                  VALUE 'I'.
           05  FILLER                   PIC X(16).
      * Control record, DRG code '000': the hospital base rate a
      * relative weight is multiplied by for the expected payment,
      * and the charge-to-expected percentages outside which DRGCMI
      * flags a stay.
       01  DR-CONTROL-REC REDEFINES DR-DRG-REC.
           05  DR-CONTROL-KEY           PIC X(03).
               88  DR-CONTROL-RECORD            VALUE '000'.
           05  DR-BASE-RATE             PIC 9(07)V99.
           05  DR-HIGH-OUTLIER-PCT      PIC 9(03).
           05  DR-LOW-OUTLIER-PCT       PIC 9(03).
           05  FILLER                   PIC X(42).
