           05  DP-STATUS                PIC X(01).
               88  DP-ACTIVE                    VALUE 'A'.
               88  DP-INACTIVE                  VALUE 'I'.
      * Nursing departments name the ward they staff, so worked
      * hours off the timecards can be set against that ward's
      * census, and the nursing hours per patient day the ward is
      * staffed to. Blank for a department that staffs no ward.
           05  DP-WARD-ID               PIC X(04).
           05  DP-NHPPD-TARGET          PIC 9(02)V99.
      * Workers' compensation class the department's wages are
      * reported to the carrier under, off the WCRATE class table.
           05  DP-WC-CLASS              PIC X(04).
           05  FILLER                   PIC X(18).
