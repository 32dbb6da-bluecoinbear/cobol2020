      * PHYSMSTR - Physician master record, keyed by physician id
      * (100 bytes). Every physician who may attend an inpatient:
      * HOSPADMT takes the attending physician off the admission
      * and will not assign one whose state license has expired or
      * whose hospital privileges are not in force, and PHYSCRED
      * lists the credentials coming due so the medical staff
      * office can chase renewals before that happens. Maintained
      * by PHYSMNT.
       01  PH-PHYSICIAN-REC.
           05  PH-PHYSICIAN-ID          PIC X(09).
           05  PH-PHYSICIAN-NAME        PIC X(30).
           05  PH-SPECIALTY             PIC X(20).
           05  PH-LICENSE-NO            PIC X(12).
           05  PH-LICENSE-EXP-DATE      PIC 9(08).
      * Privileges granted by the medical staff. Suspended or
      * revoked privileges stop new assignments at once; active
      * privileges run to the reappointment date, zero meaning no
      * reappointment date has been set.
           05  PH-PRIVILEGES-STATUS     PIC X(01).
               88  PH-PRIVILEGES-ACTIVE         VALUE 'A'.
               88  PH-PRIVILEGES-SUSPENDED      VALUE 'S'.
               88  PH-PRIVILEGES-REVOKED        VALUE 'R'.
               88  PH-VALID-PRIVILEGES-STATUS   VALUES 'A', 'S', 'R'.
           05  PH-PRIVILEGES-EXP-DATE   PIC 9(08).
           05  FILLER                   PIC X(12).
