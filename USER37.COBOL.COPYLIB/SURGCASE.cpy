      * SURGCASE - Surgical case file, keyed by surgery date, OR
      * room and scheduled start time (80 bytes). One record per
      * case booked through SURGSCHD, which refuses a booking that
      * overlaps another case in the same room or for the same
      * surgeon, records the actual in and out times when the case
      * is done and charges the OR time to the patient's stay.
      * ORSCHED prints the day's schedule from it and ORUTIL the
      * month's booked against actual minutes.
       01  SG-CASE-REC.
           05  SG-CASE-KEY.
               10  SG-SURGERY-DATE      PIC 9(08).
               10  SG-OR-ROOM           PIC X(04).
      * Times are 24-hour HHMM.
               10  SG-SCHED-START       PIC 9(04).
           05  SG-PATIENT-ID            PIC X(09).
           05  SG-PROCEDURE-CODE        PIC X(06).
           05  SG-SURGEON-ID            PIC X(08).
           05  SG-SCHED-MINUTES         PIC 9(04).
           05  SG-STATUS                PIC X(01).
               88  SG-SCHEDULED                 VALUE 'S'.
               88  SG-COMPLETED                 VALUE 'C'.
               88  SG-CANCELLED                 VALUE 'X'.
           05  SG-ACTUAL-IN             PIC 9(04).
           05  SG-ACTUAL-OUT            PIC 9(04).
           05  SG-ACTUAL-MINUTES        PIC 9(04).
           05  SG-OR-CHARGE             PIC 9(07)V99.
           05  FILLER                   PIC X(15).
