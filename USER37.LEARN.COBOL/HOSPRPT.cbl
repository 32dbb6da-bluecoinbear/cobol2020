               10 DC-PATIENT-COUNT              PIC 9(07) COMP.

      * Physician workload accumulator: patient count and total base
      * room charge per attending physician across the whole run. A
      * patient with no attending on PATMSTR counts against the
      * ward's PRIMARY-PHYSICIAN-ID.
       01  PHYS-WORKLOAD-TABLE.
           05 PHYS-WORKLOAD-COUNT               PIC 9(03)  VALUE ZERO.
           05 PHYS-WORKLOAD-ENTRY OCCURS 0 TO 200 TIMES

       77  SUPERVISE-NURSE-ID                   PIC X(09)  VALUE SPACES.
       77  PHYS-O                               PIC X(09)  VALUE SPACES.
       77  WORKLOAD-PHYS-ID                     PIC X(09)  VALUE SPACES.
       77  NURSE-O                              PIC X(09)  VALUE SPACES.
      * Max patients one supervising nurse can safely carry on a
      * ward before the census report flags it understaffed.

           ADD +1 TO CENSUS-WARD-PATIENT-COUNT.
           ADD +1 TO CENSUS-ROOM-PATIENT-COUNT.

           PERFORM 450-GET-PATIENT-DATA THRU 450-EXIT.
           PERFORM 420-ACCUM-PHYS-WORKLOAD THRU 420-EXIT.
      *** SET UP PAGE HEADERS
           PERFORM 760-WRITE-PATIENT-RPT THRU 760-EXIT.

       400-EXIT.
           EXIT.

      *  Accumulates this patient's room charge against the attending
      *  physician on PATMSTR - or the ward's primary physician when
      *  no attending was captured - for the workload summary at
      *  999-CLEANUP.
       420-ACCUM-PHYS-WORKLOAD.
           MOVE "420-ACCUM-PHYS-WORKLOAD" TO PARA-NAME.
           IF PATMSTR-ATTENDING-ID = SPACES
               MOVE HOLD-PHYS-ID         TO WORKLOAD-PHYS-ID
           ELSE
               MOVE PATMSTR-ATTENDING-ID TO WORKLOAD-PHYS-ID.
           MOVE 'N' TO PHYS-FOUND-SW.
           IF PHYS-WORKLOAD-COUNT > ZERO
               SET PHYS-WORKLOAD-IDX TO 1
                   AT END
                       MOVE 'N' TO PHYS-FOUND-SW
                   WHEN PW-PHYSICIAN-ID (PHYS-WORKLOAD-IDX) =
                                   WORKLOAD-PHYS-ID
                       MOVE 'Y' TO PHYS-FOUND-SW.

           IF PHYS-FOUND
           IF PHYS-WORKLOAD-COUNT < 200
               ADD +1 TO PHYS-WORKLOAD-COUNT
               SET PHYS-WORKLOAD-IDX TO PHYS-WORKLOAD-COUNT
               MOVE WORKLOAD-PHYS-ID
                       TO PW-PHYSICIAN-ID (PHYS-WORKLOAD-IDX)
               MOVE +1 TO PW-PATIENT-COUNT (PHYS-WORKLOAD-IDX)
               MOVE WS-BASE-ROOM-CHARGE
