      * BEDTURN - Bed turnaround record (80 bytes). BEDHSKP appends
      * one each time housekeeping finishes a dirty bed: when the
      * patient vacated it, when cleaning started and when the bed
      * was ready again, with the elapsed minutes worked out.
      * BEDTRPT reports the turnaround times by ward.
       01  BT-TURNAROUND-REC.
           05  BT-WARD-ID               PIC X(04).
           05  BT-ROOM-ID               PIC X(04).
           05  BT-BED-ID                PIC X(04).
           05  BT-PATIENT-ID            PIC X(09).
           05  BT-VACATED-DATE          PIC 9(08).
           05  BT-VACATED-TIME          PIC 9(04).
           05  BT-READY-DATE            PIC 9(08).
           05  BT-READY-TIME            PIC 9(04).
      * Vacated to cleaning start, cleaning start to ready, and
      * vacated to ready.
           05  BT-WAIT-MINUTES          PIC 9(06).
           05  BT-CLEAN-MINUTES         PIC 9(06).
           05  BT-TURN-MINUTES          PIC 9(06).
           05  FILLER                   PIC X(17).
