      * target bed against the DB2 HOSP_BED table the same way
      * HOSPRPT reads it - rewrites the PATMSTR bed and ward, and
      * logs every move to the transfer register.
      * A patient can only be moved into a bed that is clean and
      * available on the bed-status file; the bed left behind is
      * marked dirty with the transfer date and time for
      * housekeeping, and the target bed is marked occupied.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SS-SEG-KEY
                  FILE STATUS IS STAYSEG-STATUS.
           SELECT BEDSTAT   ASSIGN TO BEDSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BS-BED-KEY
                  FILE STATUS IS BEDSTAT-STATUS.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.
           05 XT-NEW-ROOM-ID                    PIC X(04).
           05 XT-NEW-BED-ID                     PIC X(04).
           05 XT-EFFECTIVE-DATE                 PIC 9(08).
      * HHMM of the move; the run time when blank.
           05 XT-EFFECTIVE-TIME                 PIC 9(04).
           05 FILLER                            PIC X(47).

       FD  PATMSTR
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 60 CHARACTERS.
           COPY STAYSEG.

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

       01  FILE-STATUS-WS.
           05 XFERTRAN-ST                       PIC X(02).
               88 STAYSEG-MISSING                          VALUE '35'.
           05 STAYSEG-EOF-SW                    PIC X(01)  VALUE 'N'.
               88 STAYSEG-EOF                              VALUE 'Y'.
           05 BEDSTAT-STATUS                    PIC X(02).
               88 BEDSTAT-FOUND                            VALUE '00'.
               88 BEDSTAT-MISSING                          VALUE '35'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-TRANSFERRED                 PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.
           05 CURR-TIME-WS                      PIC 9(04)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           DISPLAY "HOUSEKEEPING".
           PERFORM 800-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO XH-DATE.
           MOVE FUNCTION CURRENT-DATE (9:4) TO CURR-TIME-WS.
           WRITE SYSOUT-REC FROM XFER-REGISTER-HEADING.
           PERFORM 900-READ-XFERTRAN.

           ELSE
               PERFORM 450-VALIDATE-TARGET-BED THRU 450-EXIT
               IF BED-VALID
                   PERFORM 440-CHECK-TARGET-READY THRU 440-EXIT
               END-IF
               IF BED-VALID AND BED-READY
                   MOVE PATMSTR-WARD-ID        TO XR-OLD-WARD
                   MOVE PATMSTR-BED-ID-PRIMARY TO XR-OLD-BED
                   MOVE XT-NEW-BED-ID  TO PATMSTR-BED-ID-PRIMARY
                   MOVE XT-NEW-WARD-ID TO PATMSTR-WARD-ID
                   REWRITE PATMSTR-REC
                   PERFORM 470-ROLL-STAY-SEGMENT THRU 470-EXIT
                   PERFORM 465-UPDATE-BED-STATUS THRU 465-EXIT
                   PERFORM 460-WRITE-REGISTER THRU 460-EXIT
                   ADD +1 TO TRANS-TRANSFERRED
               ELSE
                   MOVE XT-PATIENT-ID TO RJ-PATIENT-ID
                   IF BED-VALID
                       MOVE 'TARGET BED NOT CLEAN AND AVAILABLE'
                                        TO RJ-REASON
                   ELSE
                       MOVE 'TARGET BED NOT ON HOSP_BED TABLE'
                                        TO RJ-REASON
                   END-IF
                   WRITE SYSOUT-REC FROM XFER-REJECT-LINE
                   ADD +1 TO TRANS-REJECTED.
       400-EXIT.
           EXIT.

      * The target bed must have been turned over by housekeeping.
      * A bed with no status entry has never been occupied.
       440-CHECK-TARGET-READY.
           MOVE "440-CHECK-TARGET-READY" TO PARA-NAME.
           MOVE 'N' TO BED-READY-SW.
           MOVE XT-NEW-WARD-ID TO BS-WARD-ID.
           MOVE XT-NEW-BED-ID  TO BS-BED-ID.
           READ BEDSTAT.
           IF NOT BEDSTAT-FOUND
               MOVE 'Y' TO BED-READY-SW
           ELSE
           IF BS-AVAILABLE
               MOVE 'Y' TO BED-READY-SW.
       440-EXIT.
           EXIT.

      * The target bed must exist on the DB2 bed inventory before
      * the master is touched - same table HOSPRPT's census reads.
       450-VALIDATE-TARGET-BED.
       460-EXIT.
           EXIT.

      * The bed left behind goes dirty as of the move; the target
      * bed is occupied by the patient.
       465-UPDATE-BED-STATUS.
           MOVE "465-UPDATE-BED-STATUS" TO PARA-NAME.
           MOVE XR-OLD-WARD TO BS-WARD-ID.
           MOVE XR-OLD-BED  TO BS-BED-ID.
           READ BEDSTAT.
           IF NOT BEDSTAT-FOUND
               MOVE SPACES      TO BS-BED-STATUS-REC
               MOVE XR-OLD-WARD TO BS-WARD-ID
               MOVE XR-OLD-BED  TO BS-BED-ID
               MOVE ZERO TO BS-CLEAN-START-DATE, BS-CLEAN-START-TIME,
                            BS-READY-DATE, BS-READY-TIME
           END-IF.
           MOVE 'D'               TO BS-STATUS.
           MOVE XT-PATIENT-ID     TO BS-PATIENT-ID.
           MOVE XT-EFFECTIVE-DATE TO BS-VACATED-DATE.
           IF XT-EFFECTIVE-TIME NUMERIC
              AND XT-EFFECTIVE-TIME NOT = ZERO
               MOVE XT-EFFECTIVE-TIME TO BS-VACATED-TIME
           ELSE
               MOVE CURR-TIME-WS      TO BS-VACATED-TIME.
           MOVE XT-EFFECTIVE-DATE TO BS-STATUS-DATE.
           IF BEDSTAT-FOUND
               REWRITE BS-BED-STATUS-REC
           ELSE
               WRITE BS-BED-STATUS-REC.

           MOVE XT-NEW-WARD-ID TO BS-WARD-ID.
           MOVE XT-NEW-BED-ID  TO BS-BED-ID.
           READ BEDSTAT.
           IF NOT BEDSTAT-FOUND
               MOVE SPACES         TO BS-BED-STATUS-REC
               MOVE XT-NEW-WARD-ID TO BS-WARD-ID
               MOVE XT-NEW-BED-ID  TO BS-BED-ID
               MOVE ZERO TO BS-VACATED-DATE, BS-VACATED-TIME,
                            BS-CLEAN-START-DATE, BS-CLEAN-START-TIME,
                            BS-READY-DATE, BS-READY-TIME
           END-IF.
           MOVE XT-NEW-ROOM-ID    TO BS-ROOM-ID.
           MOVE 'O'               TO BS-STATUS.
           MOVE XT-PATIENT-ID     TO BS-PATIENT-ID.
           MOVE XT-EFFECTIVE-DATE TO BS-STATUS-DATE.
           IF BEDSTAT-FOUND
               REWRITE BS-BED-STATUS-REC
           ELSE
               WRITE BS-BED-STATUS-REC.
       465-EXIT.
           EXIT.

      * Closes the segment the patient was lying in as of the
      * transfer date and opens the next one in the new ward and
      * bed, so the stay's days split across the wards actually
               CLOSE STAYSEG
               OPEN I-O STAYSEG
           END-IF.
           OPEN I-O BEDSTAT.
           IF BEDSTAT-MISSING
               OPEN OUTPUT BEDSTAT
               CLOSE BEDSTAT
               OPEN I-O BEDSTAT
           END-IF.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE XFERTRAN, PATMSTR, STAYSEG, BEDSTAT, SYSOUT.
       850-EXIT.
           EXIT.

