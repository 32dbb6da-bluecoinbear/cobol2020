      * patient; a cancel takes it back off. Every action prints on
      * the reservation register. HOSPBEDS reports reserved beds
      * separately and HOSPADMT consumes the reservation at actual
      * admission. Only a bed housekeeping has turned over - clean
      * and available on the bed-status file, or never used - can
      * be reserved.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BR-PATIENT-ID
                  FILE STATUS IS BEDRESV-STATUS.
           SELECT BEDSTAT   ASSIGN TO BEDSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BS-BED-KEY
                  FILE STATUS IS BEDSTAT-STATUS.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.
           RECORD CONTAINS 60 CHARACTERS.
           COPY BEDRESV.

       FD  BEDSTAT
           RECORD CONTAINS 100 CHARACTERS.
           COPY BEDSTAT.

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 BED-VALID-SW                      PIC X(01)  VALUE 'N'.
               88 BED-VALID                                VALUE 'Y'.
           05 BED-READY-SW                      PIC X(01)  VALUE 'N'.
               88 BED-READY                                VALUE 'Y'.
           05 BEDSTAT-AVAILABLE-SW              PIC X(01)  VALUE 'N'.
               88 BEDSTAT-AVAILABLE                        VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 RESVTRAN-ST                       PIC X(02).
           05 BEDRESV-STATUS                    PIC X(02).
               88 BEDRESV-FOUND                            VALUE '00'.
               88 BEDRESV-MISSING                          VALUE '35'.
           05 BEDSTAT-STATUS                    PIC X(02).
               88 BEDSTAT-FOUND                            VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

               WRITE SYSOUT-REC FROM RESV-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 400-EXIT.
           PERFORM 460-CHECK-BED-READY THRU 460-EXIT.
           IF NOT BED-READY
               MOVE RT-PATIENT-ID TO RJ-PATIENT-ID
               MOVE 'BED NOT CLEAN AND AVAILABLE' TO RJ-REASON
               WRITE SYSOUT-REC FROM RESV-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 400-EXIT.
           MOVE SPACES         TO BR-RESERVATION-REC.
           MOVE RT-PATIENT-ID  TO BR-PATIENT-ID.
           MOVE RT-WARD-ID     TO BR-WARD-ID.
       450-EXIT.
           EXIT.

      * A bed with no status entry has never been occupied; with no
      * bed-status file at all every bed counts as turned over.
       460-CHECK-BED-READY.
           MOVE "460-CHECK-BED-READY" TO PARA-NAME.
           MOVE 'Y' TO BED-READY-SW.
           IF NOT BEDSTAT-AVAILABLE
               GO TO 460-EXIT.
           MOVE RT-WARD-ID TO BS-WARD-ID.
           MOVE RT-BED-ID  TO BS-BED-ID.
           READ BEDSTAT.
           IF BEDSTAT-FOUND
              AND NOT BS-AVAILABLE
               MOVE 'N' TO BED-READY-SW.
       460-EXIT.
           EXIT.

       500-CANCEL-RESERVATION.
           MOVE "500-CANCEL-RESERVATION" TO PARA-NAME.
           MOVE RT-PATIENT-ID TO BR-PATIENT-ID.
               CLOSE BEDRESV
               OPEN I-O BEDRESV
           END-IF.
           OPEN INPUT BEDSTAT.
           IF BEDSTAT-FOUND
               MOVE 'Y' TO BEDSTAT-AVAILABLE-SW.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.
       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE RESVTRAN, BEDRESV, SYSOUT.
           IF BEDSTAT-AVAILABLE
               CLOSE BEDSTAT.
       850-EXIT.
           EXIT.

