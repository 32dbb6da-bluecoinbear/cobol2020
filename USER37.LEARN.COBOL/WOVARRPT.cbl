       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WOVARRPT.
      * Work-order component variance report. Every component
      * issued to a work order is compared with what the BOM says
      * the work should have taken. For a completed work order the
      * standard is the per-assembly quantity times the quantity
      * built, and any difference - over or under - is reported;
      * for a work order still released the build is not finished,
      * so only components already issued beyond the full BOM
      * requirement are reported. Parts issued that are not on the
      * BOM show with a zero standard. Where the standard cost
      * master is on hand each variance is valued at the part's
      * frozen standard cost. Planned and cancelled work orders are
      * not reported.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKORD   ASSIGN TO WORKORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS WO-NUMBER
                  ALTERNATE RECORD KEY IS WO-ASSEMBLY-DUE-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WORKORD-STATUS.
           SELECT WOCOMP    ASSIGN TO WOCOMP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WC-KEY
                  FILE STATUS IS WOCOMP-STATUS.
           SELECT STDCOST   ASSIGN TO STDCOST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SC-PART-NUMBER
                  FILE STATUS IS STDCOST-STATUS.
           SELECT WOVARPT   ASSIGN TO WOVARPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WOVARPT-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKORD
           RECORD CONTAINS 80 CHARACTERS.
           COPY WORKORD.

       FD  WOCOMP
           RECORD CONTAINS 60 CHARACTERS.
           COPY WOCOMP.

       FD  STDCOST
           RECORD CONTAINS 80 CHARACTERS.
           COPY STDCOST.

       FD  WOVARPT
           RECORD CONTAINS 110 CHARACTERS.
       01  WOVARPT-REC                          PIC X(110).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-WO-SW                        PIC X(01)  VALUE 'Y'.
               88 NO-MORE-WO                               VALUE 'N'.
           05 MORE-COMP-SW                      PIC X(01)  VALUE 'Y'.
               88 NO-MORE-COMP                             VALUE 'N'.
           05 WO-HEADING-SW                     PIC X(01)  VALUE 'N'.
               88 WO-HEADING-WRITTEN                       VALUE 'Y'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  FILE-STATUS-WS.
           05 WORKORD-STATUS                    PIC X(02).
               88 WORKORD-FOUND                     VALUES '00' '02'.
           05 WOCOMP-STATUS                     PIC X(02).
               88 WOCOMP-FOUND                             VALUE '00'.
           05 STDCOST-STATUS                    PIC X(02).
               88 STDCOST-FOUND                            VALUE '00'.
           05 STDCOST-AVAILABLE-SW              PIC X(01)  VALUE 'N'.
               88 STDCOST-AVAILABLE                        VALUE 'Y'.
           05 WOVARPT-ST                        PIC X(02).
               88 WOVARPT-OK                               VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 WOS-READ                          PIC 9(07)  VALUE ZERO.
           05 WOS-REPORTED                      PIC 9(07)  VALUE ZERO.
           05 VARIANCE-LINES                    PIC 9(07)  VALUE ZERO.
           05 STANDARD-QTY-WS                   PIC S9(9)  VALUE ZERO.
           05 VARIANCE-QTY-WS                   PIC S9(9)  VALUE ZERO.
           05 VARIANCE-VALUE-WS                 PIC S9(11)V99
                                                           VALUE ZERO.
           05 TOTAL-OVER-VALUE-WS               PIC S9(11)V99
                                                           VALUE ZERO.
           05 TOTAL-UNDER-VALUE-WS              PIC S9(11)V99
                                                           VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).

       01  WOV-HEADING-LINE.
           05 FILLER                            PIC X(32)
                  VALUE 'WORK ORDER COMPONENT VARIANCE   '.
           05 WH-DATE                           PIC 9(08).

       01  WOV-ORDER-LINE.
           05 FILLER                     PIC X(04) VALUE 'WO: '.
           05 WL-WO-NUMBER                      PIC X(06).
           05 FILLER                     PIC X(12) VALUE '  ASSEMBLY: '.
           05 WL-ASSEMBLY-PART                  PIC X(23).
           05 FILLER                     PIC X(07) VALUE '  QTY: '.
           05 WL-QUANTITY-O                     PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(08) VALUE '  BUILT:'.
           05 WL-COMPLETED-O                    PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 WL-STATUS                         PIC X(10).

       01  WOV-DETAIL-LINE.
           05 FILLER                            PIC X(04) VALUE SPACES.
           05 VL-PART-NUMBER                    PIC X(23).
           05 FILLER                     PIC X(07) VALUE '  STD: '.
           05 VL-STANDARD-O                     PIC ---,---,--9.
           05 FILLER                     PIC X(10) VALUE '  ISSUED: '.
           05 VL-ISSUED-O                       PIC ---,---,--9.
           05 FILLER                     PIC X(07) VALUE '  VAR: '.
           05 VL-VARIANCE-O                     PIC ---,---,--9.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 VL-VALUE-O                        PIC $$$,$$$,$$9.99-.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 VL-DIRECTION                      PIC X(05).

       01  WOV-SUMMARY-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'WOS READ:   '.
           05 PS-READ-O                         PIC ZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  REPORTED: '.
           05 PS-REPORTED-O                     PIC ZZ,ZZ9.
           05 FILLER                            PIC X(09)
                  VALUE '  LINES: '.
           05 PS-LINES-O                        PIC ZZ,ZZ9.
           05 FILLER                            PIC X(08)
                  VALUE '  OVER: '.
           05 PS-OVER-O                         PIC $$$,$$$,$$9.99-.
           05 FILLER                            PIC X(09)
                  VALUE '  UNDER: '.
           05 PS-UNDER-O                        PIC $$$,$$$,$$9.99-.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAINLINE
               UNTIL NO-MORE-WO.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS.
           PERFORM 800-OPEN-FILES.
           MOVE CURR-DATE-WS TO WH-DATE.
           WRITE WOVARPT-REC FROM WOV-HEADING-LINE.
           PERFORM 900-READ-WORKORD THRU 900-EXIT.

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
           IF WO-COMPLETE OR WO-RELEASED
               PERFORM 300-REPORT-WORK-ORDER THRU 300-EXIT.
           PERFORM 900-READ-WORKORD THRU 900-EXIT.

       300-REPORT-WORK-ORDER.
           MOVE 'N' TO WO-HEADING-SW.
           MOVE WO-NUMBER  TO WC-WO-NUMBER.
           MOVE LOW-VALUES TO WC-PART-NUMBER.
           MOVE 'Y' TO MORE-COMP-SW.
           START WOCOMP KEY IS NOT LESS THAN WC-KEY
               INVALID KEY MOVE 'N' TO MORE-COMP-SW
           END-START.
           PERFORM 400-CHECK-COMPONENT THRU 400-EXIT
               UNTIL NO-MORE-COMP.
           IF WO-HEADING-WRITTEN
               ADD +1 TO WOS-REPORTED.
       300-EXIT.
           EXIT.

       400-CHECK-COMPONENT.
           READ WOCOMP NEXT RECORD
               AT END MOVE 'N' TO MORE-COMP-SW
               GO TO 400-EXIT
           END-READ.
           IF WC-WO-NUMBER NOT = WO-NUMBER
               MOVE 'N' TO MORE-COMP-SW
               GO TO 400-EXIT.
           IF WO-COMPLETE
               COMPUTE STANDARD-QTY-WS =
                   WC-PER-ASSEMBLY-QTY * WO-QTY-COMPLETED
           ELSE
               MOVE WC-REQUIRED-QTY TO STANDARD-QTY-WS.
           COMPUTE VARIANCE-QTY-WS = WC-ISSUED-QTY - STANDARD-QTY-WS.
           IF VARIANCE-QTY-WS = ZERO
               GO TO 400-EXIT.
           IF WO-RELEASED AND VARIANCE-QTY-WS < ZERO
               GO TO 400-EXIT.
           PERFORM 450-VALUE-VARIANCE THRU 450-EXIT.
           IF NOT WO-HEADING-WRITTEN
               PERFORM 500-WRITE-ORDER-LINE THRU 500-EXIT.
           MOVE WC-PART-NUMBER    TO VL-PART-NUMBER.
           MOVE STANDARD-QTY-WS   TO VL-STANDARD-O.
           MOVE WC-ISSUED-QTY     TO VL-ISSUED-O.
           MOVE VARIANCE-QTY-WS   TO VL-VARIANCE-O.
           MOVE VARIANCE-VALUE-WS TO VL-VALUE-O.
           IF VARIANCE-QTY-WS > ZERO
               MOVE 'OVER'  TO VL-DIRECTION
               ADD VARIANCE-VALUE-WS TO TOTAL-OVER-VALUE-WS
           ELSE
               MOVE 'UNDER' TO VL-DIRECTION
               ADD VARIANCE-VALUE-WS TO TOTAL-UNDER-VALUE-WS.
           WRITE WOVARPT-REC FROM WOV-DETAIL-LINE.
           ADD +1 TO VARIANCE-LINES.
       400-EXIT.
           EXIT.

      * No standard cost on hand, or none frozen for the part,
      * leaves the variance unvalued.
       450-VALUE-VARIANCE.
           MOVE ZERO TO VARIANCE-VALUE-WS.
           IF NOT STDCOST-AVAILABLE
               GO TO 450-EXIT.
           MOVE WC-PART-NUMBER TO SC-PART-NUMBER.
           READ STDCOST.
           IF NOT STDCOST-FOUND
               GO TO 450-EXIT.
           IF SC-FROZEN-DATE = ZERO
               GO TO 450-EXIT.
           COMPUTE VARIANCE-VALUE-WS ROUNDED =
               VARIANCE-QTY-WS * SC-FROZEN-COST.
       450-EXIT.
           EXIT.

       500-WRITE-ORDER-LINE.
           MOVE WO-NUMBER        TO WL-WO-NUMBER.
           MOVE WO-ASSEMBLY-PART TO WL-ASSEMBLY-PART.
           MOVE WO-QUANTITY      TO WL-QUANTITY-O.
           MOVE WO-QTY-COMPLETED TO WL-COMPLETED-O.
           IF WO-COMPLETE
               MOVE 'COMPLETE' TO WL-STATUS
           ELSE
               MOVE 'RELEASED' TO WL-STATUS.
           WRITE WOVARPT-REC FROM WOV-ORDER-LINE.
           MOVE 'Y' TO WO-HEADING-SW.
       500-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT WORKORD.
           IF NOT WORKORD-FOUND
               MOVE "WORK ORDER FILE OPEN FAILED" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN INPUT WOCOMP.
           IF NOT WOCOMP-FOUND
               MOVE "WO COMPLETION FILE OPEN FAILED" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN INPUT STDCOST.
           IF STDCOST-FOUND
               MOVE 'Y' TO STDCOST-AVAILABLE-SW
           ELSE
               DISPLAY "NO STANDARD COST FILE - VARIANCE NOT VALUED".
           OPEN OUTPUT WOVARPT.
           IF NOT WOVARPT-OK
               MOVE "VARIANCE REPORT OPEN FAILED" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE WORKORD, WOCOMP, WOVARPT.
           IF STDCOST-AVAILABLE
               CLOSE STDCOST.
       850-EXIT.
           EXIT.

       900-READ-WORKORD.
           READ WORKORD NEXT
               AT END MOVE "N" TO MORE-WO-SW
               GO TO 900-EXIT
           END-READ.
           ADD +1 TO WOS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE WOS-READ             TO PS-READ-O.
           MOVE WOS-REPORTED         TO PS-REPORTED-O.
           MOVE VARIANCE-LINES       TO PS-LINES-O.
           MOVE TOTAL-OVER-VALUE-WS  TO PS-OVER-O.
           MOVE TOTAL-UNDER-VALUE-WS TO PS-UNDER-O.
           WRITE WOVARPT-REC FROM WOV-SUMMARY-LINE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - WOVARRPT ***"
               UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
