       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COSTFRZ.
      * Standard cost freeze. Run once finance has reviewed the
      * COSTROLL cost change report: every part on the standard
      * cost master whose pending cost differs from its frozen cost
      * - or that has never been frozen - has the pending cost
      * copied to frozen as of the business date, and is listed on
      * the freeze register with the cost it replaced. The frozen
      * set is what POPRCVAR measures purchase-price variance
      * against until the next freeze.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STDCOST   ASSIGN TO STDCOST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SC-PART-NUMBER
                  FILE STATUS IS STDCOST-ST.
           SELECT FRZRPT    ASSIGN TO FRZRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FRZRPT-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  STDCOST
           RECORD CONTAINS 80 CHARACTERS.
           COPY STDCOST.

       FD  FRZRPT
           RECORD CONTAINS 80 CHARACTERS.
       01  FRZRPT-REC                           PIC X(80).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-COST-SW                      PIC X(01)  VALUE 'Y'.
               88 NO-MORE-COST                             VALUE 'N'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  FILE-STATUS-WS.
           05 STDCOST-ST                        PIC X(02).
               88 STDCOST-OK                               VALUE '00'.
           05 FRZRPT-ST                         PIC X(02).
               88 FRZRPT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 COSTS-READ                        PIC 9(07)  VALUE ZERO.
           05 COSTS-FROZEN                      PIC 9(07)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).

       01  FRZ-HEADING-LINE.
           05 FILLER                            PIC X(32)
                  VALUE 'STANDARD COST FREEZE REGISTER   '.
           05 FH-DATE                           PIC 9(08).

       01  FRZ-DETAIL-LINE.
           05 FILLER                            PIC X(08)
                  VALUE 'FROZEN  '.
           05 FD-PART-NUMBER                    PIC X(23).
           05 FILLER                     PIC X(07) VALUE '  OLD: '.
           05 FD-OLD-COST-O                     PIC $$,$$$,$$9.99.
           05 FILLER                     PIC X(07) VALUE '  NEW: '.
           05 FD-NEW-COST-O                     PIC $$,$$$,$$9.99.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 FD-SOURCE                         PIC X(01).

       01  FRZ-SUMMARY-LINE.
           05 FILLER                            PIC X(14)
                  VALUE 'COSTS READ:   '.
           05 PS-READ-O                         PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(10)
                  VALUE '  FROZEN: '.
           05 PS-FROZEN-O                       PIC ZZZ,ZZ9.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAINLINE
               UNTIL NO-MORE-COST.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS.
           PERFORM 800-OPEN-FILES.
           MOVE CURR-DATE-WS TO FH-DATE.
           WRITE FRZRPT-REC FROM FRZ-HEADING-LINE.
           PERFORM 900-READ-STDCOST THRU 900-EXIT.

           IF NO-MORE-COST
               MOVE "EMPTY STANDARD COST FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       050-CHECK-RUN-PARAMETERS.
           OPEN INPUT RUNPARM
           IF RUNPARM-OK
               READ RUNPARM INTO RUNPARM-REC
                   AT END MOVE SPACE TO RP-DATE-OVERRIDE-SW
               END-READ
               CLOSE RUNPARM
               IF RP-DATE-OVERRIDDEN
                   MOVE RP-BUSINESS-DATE TO CURR-DATE-WS
               END-IF
           ELSE
               DISPLAY "NO RUNPARM FILE - USING SYSTEM DATE".

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 400-FREEZE-ONE-COST THRU 400-EXIT.
           PERFORM 900-READ-STDCOST THRU 900-EXIT.

       400-FREEZE-ONE-COST.
           IF SC-PENDING-COST = SC-FROZEN-COST
              AND SC-FROZEN-DATE NOT = ZERO
               GO TO 400-EXIT.
           MOVE SC-PART-NUMBER  TO FD-PART-NUMBER.
           MOVE SC-FROZEN-COST  TO FD-OLD-COST-O.
           MOVE SC-PENDING-COST TO FD-NEW-COST-O.
           MOVE SC-COST-SOURCE  TO FD-SOURCE.
           MOVE SC-PENDING-COST TO SC-FROZEN-COST.
           MOVE CURR-DATE-WS    TO SC-FROZEN-DATE.
           REWRITE SC-STD-COST-REC.
           IF NOT STDCOST-OK
               MOVE "STANDARD COST REWRITE FAILED" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           WRITE FRZRPT-REC FROM FRZ-DETAIL-LINE.
           ADD +1 TO COSTS-FROZEN.
       400-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN I-O STDCOST.
           OPEN OUTPUT FRZRPT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE STDCOST, FRZRPT.
       850-EXIT.
           EXIT.

       900-READ-STDCOST.
           READ STDCOST NEXT
               AT END MOVE "N" TO MORE-COST-SW
               GO TO 900-EXIT
           END-READ.
           ADD +1 TO COSTS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE COSTS-READ   TO PS-READ-O.
           MOVE COSTS-FROZEN TO PS-FROZEN-O.
           WRITE FRZRPT-REC FROM FRZ-SUMMARY-LINE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - COSTFRZ ***"
               UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
