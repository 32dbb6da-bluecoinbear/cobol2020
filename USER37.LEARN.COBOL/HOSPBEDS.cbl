      * undischarged patients on PATMSTR, and lists the open beds by
      * ward and room with the private/semi-private flags from
      * ROOM_DATA - so placements stop being a phone-around
      * exercise. An empty bed housekeeping has not yet turned over
      * (dirty, being cleaned or blocked on BEDSTAT) is listed with
      * its status and counted as not ready rather than available.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BR-PATIENT-ID
                  FILE STATUS IS BEDRESV-STATUS.
           SELECT BEDSTAT   ASSIGN TO BEDSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BS-BED-KEY
                  FILE STATUS IS BEDSTAT-STATUS.
           SELECT BEDRPT    ASSIGN TO BEDRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BEDRPT-ST.
           RECORD CONTAINS 60 CHARACTERS.
           COPY BEDRESV.

       FD  BEDSTAT
           RECORD CONTAINS 100 CHARACTERS.
           COPY BEDSTAT.

       FD  BEDRPT
           RECORD CONTAINS 100 CHARACTERS.
       01  BEDRPT-REC                           PIC X(100).
               88 BED-RESERVED                             VALUE 'Y'.
           05 MORE-RESV-SW                      PIC X(01)  VALUE 'Y'.
               88 NO-MORE-RESV                             VALUE 'N'.
           05 MORE-BEDSTAT-SW                   PIC X(01)  VALUE 'Y'.
               88 NO-MORE-BEDSTAT                          VALUE 'N'.
           05 BED-NOT-READY-SW                  PIC X(01)  VALUE 'N'.
               88 BED-NOT-READY                            VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 PATMSTR-STATUS                    PIC X(02).
           05 BEDRESV-STATUS                    PIC X(02).
               88 BEDRESV-OK                               VALUE '00'.
               88 BEDRESV-MISSING                          VALUE '35'.
           05 BEDSTAT-STATUS                    PIC X(02).
               88 BEDSTAT-OK                               VALUE '00'.
               88 BEDSTAT-MISSING                          VALUE '35'.
           05 BEDRPT-ST                         PIC X(02).
               88 BEDRPT-OK                                VALUE '00'.

           05 BEDS-OCCUPIED-CTR                 PIC 9(05)  VALUE ZERO.
           05 BEDS-AVAILABLE                    PIC 9(05)  VALUE ZERO.
           05 BEDS-RESERVED-CTR                 PIC 9(05)  VALUE ZERO.
           05 BEDS-NOT-READY                    PIC 9(05)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
               10 RB-BED-ID                     PIC X(04).
               10 RB-PATIENT-ID                 PIC X(09).

      * Empty beds housekeeping has not yet released, loaded from
      * BEDSTAT with their turnover status.
       01  NOT-READY-BED-TABLE.
           05 NOT-READY-BED-COUNT               PIC 9(04)  VALUE ZERO.
           05 NOT-READY-BED-ENTRY OCCURS 0 TO 500 TIMES
                  DEPENDING ON NOT-READY-BED-COUNT
                  INDEXED BY NRB-IDX.
               10 NR-WARD-ID                    PIC X(04).
               10 NR-BED-ID                     PIC X(04).
               10 NR-STATUS                     PIC X(01).

       01  BED-HEADING-1.
           05 FILLER                            PIC X(26)
                  VALUE 'AVAILABLE BED REPORT      '.
           05 FILLER                            PIC X(12)
                  VALUE '  RESERVED: '.
           05 BS-RESERVED-O                     PIC ZZ,ZZ9.
           05 FILLER                            PIC X(13)
                  VALUE '  NOT READY: '.
           05 BS-NOT-READY-O                    PIC ZZ,ZZ9.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.
           WRITE BEDRPT-REC FROM BED-HEADING-2.
           PERFORM 100-LOAD-OCCUPIED-BEDS THRU 100-EXIT.
           PERFORM 120-LOAD-RESERVED-BEDS THRU 120-EXIT.
           PERFORM 160-LOAD-NOT-READY-BEDS THRU 160-EXIT.
           EXEC SQL
             DECLARE BEDCSR CURSOR FOR
               SELECT WARD_ID, ROOM_ID, BED_IDENTITY
       130-EXIT.
           EXIT.

      * Only beds still waiting on housekeeping are kept; an
      * occupied entry is already covered by PATMSTR.
       160-LOAD-NOT-READY-BEDS.
           MOVE "160-LOAD-NOT-READY-BEDS" TO PARA-NAME.
           IF BEDSTAT-MISSING
               MOVE "N" TO MORE-BEDSTAT-SW.
           PERFORM 170-LOAD-ONE-BED-STATUS THRU 170-EXIT
               UNTIL NO-MORE-BEDSTAT.
       160-EXIT.
           EXIT.

       170-LOAD-ONE-BED-STATUS.
           READ BEDSTAT NEXT
               AT END MOVE "N" TO MORE-BEDSTAT-SW
               GO TO 170-EXIT
           END-READ.
           IF BS-DIRTY OR BS-CLEANING OR BS-BLOCKED
               IF NOT-READY-BED-COUNT < 500
                   ADD +1 TO NOT-READY-BED-COUNT
                   SET NRB-IDX TO NOT-READY-BED-COUNT
                   MOVE BS-WARD-ID TO NR-WARD-ID (NRB-IDX)
                   MOVE BS-BED-ID  TO NR-BED-ID (NRB-IDX)
                   MOVE BS-STATUS  TO NR-STATUS (NRB-IDX)
               ELSE
                   DISPLAY '*** NOT-READY BED TABLE FULL - '
                           BS-BED-KEY ' NOT COUNTED'
               END-IF
           END-IF.
       170-EXIT.
           EXIT.

       200-PROCESS-BEDS.
           MOVE "200-PROCESS-BEDS" TO PARA-NAME.
           ADD +1 TO BEDS-LISTED.
           PERFORM 300-CHECK-OCCUPIED THRU 300-EXIT.
           PERFORM 350-CHECK-RESERVED THRU 350-EXIT.
           PERFORM 370-CHECK-NOT-READY THRU 370-EXIT.
           IF BED-OCCUPIED
               ADD +1 TO BEDS-OCCUPIED-CTR
           ELSE
           IF BED-NOT-READY
               ADD +1 TO BEDS-NOT-READY
               PERFORM 400-WRITE-OPEN-BED THRU 400-EXIT
           ELSE
           IF BED-RESERVED
               ADD +1 TO BEDS-RESERVED-CTR
               MOVE 'RESERVED' TO BD-RESV-FLAG
               MOVE SPACES TO BD-RESV-FLAG
               PERFORM 400-WRITE-OPEN-BED THRU 400-EXIT
           END-IF
           END-IF
           END-IF.
           PERFORM 250-FETCH-BED THRU 250-EXIT.

       350-EXIT.
           EXIT.

       370-CHECK-NOT-READY.
           MOVE "370-CHECK-NOT-READY" TO PARA-NAME.
           MOVE 'N' TO BED-NOT-READY-SW.
           IF NOT-READY-BED-COUNT = ZERO
               GO TO 370-EXIT.
           SET NRB-IDX TO 1.
           SEARCH NOT-READY-BED-ENTRY
               AT END
                   MOVE 'N' TO BED-NOT-READY-SW
               WHEN NR-WARD-ID (NRB-IDX) = WARD-ID IN DCLHOSP-BED
                AND NR-BED-ID (NRB-IDX) = BED-IDENTITY IN DCLHOSP-BED
                   MOVE 'Y' TO BED-NOT-READY-SW
                   IF NR-STATUS (NRB-IDX) = 'D'
                       MOVE 'DIRTY' TO BD-RESV-FLAG
                   ELSE
                   IF NR-STATUS (NRB-IDX) = 'C'
                       MOVE 'CLEANING' TO BD-RESV-FLAG
                   ELSE
                       MOVE 'BLOCKED' TO BD-RESV-FLAG.
       370-EXIT.
           EXIT.

      * The room's private/semi-private flag comes off ROOM_DATA so
      * the desk can match the placement to the patient.
       400-WRITE-OPEN-BED.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PATMSTR.
           OPEN INPUT BEDRESV.
           OPEN INPUT BEDSTAT.
           OPEN OUTPUT BEDRPT.
       800-EXIT.
           EXIT.
           CLOSE PATMSTR, BEDRPT.
           IF NOT BEDRESV-MISSING
               CLOSE BEDRESV.
           IF NOT BEDSTAT-MISSING
               CLOSE BEDSTAT.
       850-EXIT.
           EXIT.

           MOVE BEDS-OCCUPIED-CTR TO BS-OCCUPIED-O.
           MOVE BEDS-AVAILABLE    TO BS-AVAILABLE-O.
           MOVE BEDS-RESERVED-CTR TO BS-RESERVED-O.
           MOVE BEDS-NOT-READY    TO BS-NOT-READY-O.
           WRITE BEDRPT-REC FROM BED-SUMMARY-LINE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
