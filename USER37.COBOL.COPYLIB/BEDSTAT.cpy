      * BEDSTAT - Bed housekeeping status, keyed by ward and bed
      * (100 bytes). One entry per bed that has been through the
      * admit-discharge-clean cycle: occupied while a patient lies
      * in it, dirty from the moment HOSPDISC discharges or HOSPXFER
      * transfers the patient out, cleaning and then clean and
      * available as housekeeping records the work through BEDHSKP,
      * or blocked out of service. HOSPADMT, BEDRESRV and HOSPXFER
      * only place a patient in an available bed - a bed with no
      * entry yet has never been used and counts as available -
      * and HOSPBEDS lists beds not yet turned over apart from the
      * open ones.
       01  BS-BED-STATUS-REC.
           05  BS-BED-KEY.
               10  BS-WARD-ID           PIC X(04).
               10  BS-BED-ID            PIC X(04).
           05  BS-ROOM-ID               PIC X(04).
           05  BS-STATUS                PIC X(01).
               88  BS-OCCUPIED                  VALUE 'O'.
               88  BS-DIRTY                     VALUE 'D'.
               88  BS-CLEANING                  VALUE 'C'.
               88  BS-AVAILABLE                 VALUE 'A'.
               88  BS-BLOCKED                   VALUE 'B'.
      * The occupant, or the last one once the bed is vacated.
           05  BS-PATIENT-ID            PIC X(09).
      * Times are HHMM on the 24-hour clock.
           05  BS-VACATED-DATE          PIC 9(08).
           05  BS-VACATED-TIME          PIC 9(04).
           05  BS-CLEAN-START-DATE      PIC 9(08).
           05  BS-CLEAN-START-TIME      PIC 9(04).
           05  BS-READY-DATE            PIC 9(08).
           05  BS-READY-TIME            PIC 9(04).
           05  BS-BLOCK-REASON          PIC X(20).
           05  BS-STATUS-DATE           PIC 9(08).
           05  FILLER                   PIC X(14).
