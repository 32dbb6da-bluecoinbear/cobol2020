       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHARTCMP.
      * Chart-completion transactions for medical records, in the
      * same transaction-file style as DIAGMNT, against the chart
      * deficiencies HOSPDISC opens at discharge. A complete
      * transaction closes an open item with the completion date
      * and the clerk who signed it off; a reassign moves an open
      * item to another physician on the physician master; an add
      * opens a further item on a chart already opened at
      * discharge. Once every item on a chart is complete HOSP2CLM
      * releases the stay's claim.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARTTRN  ASSIGN TO CHARTTRN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CHARTTRN-ST.
           SELECT CHARTDEF  ASSIGN TO CHARTDEF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CF-DEF-KEY
                  FILE STATUS IS CHARTDEF-STATUS.
           SELECT PHYSMSTR  ASSIGN TO PHYSMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PH-PHYSICIAN-ID
                  FILE STATUS IS PHYSMSTR-STATUS.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARTTRN
           RECORD CONTAINS 80 CHARACTERS.
       01  CHARTTRN-REC.
           05 CT-TRANS-CODE                     PIC X(01).
               88 CT-COMPLETE                               VALUE 'C'.
               88 CT-REASSIGN                               VALUE 'R'.
               88 CT-ADD                                    VALUE 'A'.
           05 CT-PATIENT-ID                     PIC X(09).
           05 CT-ADMIT-DATE                     PIC 9(08).
           05 CT-ITEM-CODE                      PIC X(02).
      * Completion date on a complete, opened date on an add; the
      * run date when blank.
           05 CT-ACTION-DATE                    PIC 9(08).
           05 CT-ACTION-DATE-X REDEFINES
                  CT-ACTION-DATE                   PIC X(08).
      * New responsible physician on a reassign or an add.
           05 CT-PHYSICIAN-ID                   PIC X(09).
           05 CT-OPERATOR-ID                    PIC X(08).
           05 FILLER                            PIC X(35).

       FD  CHARTDEF
           RECORD CONTAINS 80 CHARACTERS.
           COPY CHARTDEF.

       FD  PHYSMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY PHYSMSTR.

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 TRANS-VALID-SW                    PIC X(01)  VALUE 'N'.
               88 TRANS-VALID                              VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 CHARTTRN-ST                       PIC X(02).
               88 CHARTTRN-OK                              VALUE '00'.
           05 CHARTDEF-STATUS                   PIC X(02).
               88 CHARTDEF-FOUND                           VALUE '00'.
               88 CHARTDEF-MISSING                         VALUE '35'.
           05 PHYSMSTR-STATUS                   PIC X(02).
               88 PHYSMSTR-FOUND                           VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-COMPLETED                   PIC 9(07)  VALUE ZERO.
           05 TRANS-REASSIGNED                  PIC 9(07)  VALUE ZERO.
           05 TRANS-ADDED                       PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.

       01  CHART-WORK-WS.
           05 RUN-DATE-WS                       PIC 9(08)  VALUE ZERO.
           05 ACTION-DATE-WS                    PIC 9(08)  VALUE ZERO.
           05 CHART-DISCHARGE-WS                PIC 9(08)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  ABEND-SUMMARY-HDR.
           05 FILLER                            PIC X(22)
                  VALUE '*** ABEND SUMMARY ***'.

       01  ABEND-SUMMARY-LINE-1.
           05 FILLER                            PIC X(11)
                  VALUE 'PARAGRAPH: '.
           05 AR-PARA-NAME                      PIC X(25).

       01  ABEND-SUMMARY-LINE-2.
           05 FILLER                            PIC X(08)
                  VALUE 'REASON: '.
           05 AR-ABEND-REASON                   PIC X(45).

       01  CHART-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-TRANS-CODE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-PATIENT-ID                     PIC X(09).
           05 FILLER                            PIC X(01) VALUE SPACES.
           05 RJ-ADMIT-DATE                     PIC X(08).
           05 FILLER                            PIC X(01) VALUE SPACES.
           05 RJ-ITEM-CODE                      PIC X(02).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(35).

       01  CHART-SUMMARY-LINE.
           05 FILLER                            PIC X(06)
                  VALUE 'READ: '.
           05 CS-TRANS-READ-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(01) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'COMPLETED: '.
           05 CS-COMPLETED-O                    PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(01) VALUE SPACES.
           05 FILLER                            PIC X(12)
                  VALUE 'REASSIGNED: '.
           05 CS-REASSIGNED-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(01) VALUE SPACES.
           05 FILLER                            PIC X(07)
                  VALUE 'ADDED: '.
           05 CS-ADDED-O                        PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(01) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'REJECTED: '.
           05 CS-REJECTED-O                     PIC ZZZ,ZZ9.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAINLINE
               UNTIL NO-MORE-TRANS.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE-WS.
           PERFORM 800-OPEN-FILES.
           PERFORM 900-READ-CHARTTRN.

           IF NO-MORE-TRANS
               MOVE "EMPTY CHART TRANSACTION FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-PROCESS-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-CHARTTRN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           EVALUATE TRUE
               WHEN CT-COMPLETE
                   PERFORM 400-COMPLETE-ITEM THRU 400-EXIT
               WHEN CT-REASSIGN
                   PERFORM 450-REASSIGN-ITEM THRU 450-EXIT
               WHEN CT-ADD
                   PERFORM 480-ADD-ITEM THRU 480-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 750-WRITE-REJECT THRU 750-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

      * The completion date may not precede the day the item was
      * opened, and every completion names who signed it off.
       400-COMPLETE-ITEM.
           MOVE "400-COMPLETE-ITEM" TO PARA-NAME.
           PERFORM 410-GET-OPEN-ITEM THRU 410-EXIT.
           IF NOT TRANS-VALID
               GO TO 400-EXIT.
           IF CT-OPERATOR-ID = SPACES
               MOVE 'COMPLETED-BY MISSING' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 400-EXIT.
           PERFORM 420-EDIT-ACTION-DATE THRU 420-EXIT.
           IF NOT TRANS-VALID
               GO TO 400-EXIT.
           IF ACTION-DATE-WS < CF-OPENED-DATE
               MOVE 'COMPLETION BEFORE ITEM OPENED' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 400-EXIT.
           MOVE 'C'            TO CF-STATUS.
           MOVE ACTION-DATE-WS TO CF-COMPLETED-DATE.
           MOVE CT-OPERATOR-ID TO CF-COMPLETED-BY.
           REWRITE CF-CHART-DEF-REC.
           ADD +1 TO TRANS-COMPLETED.
       400-EXIT.
           EXIT.

       410-GET-OPEN-ITEM.
           MOVE 'N' TO TRANS-VALID-SW.
           MOVE CT-PATIENT-ID TO CF-PATIENT-ID.
           MOVE CT-ADMIT-DATE TO CF-ADMIT-DATE.
           MOVE CT-ITEM-CODE  TO CF-ITEM-CODE.
           READ CHARTDEF.
           IF NOT CHARTDEF-FOUND
               MOVE 'DEFICIENCY ITEM NOT ON FILE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 410-EXIT.
           IF NOT CF-ITEM-OPEN
               MOVE 'DEFICIENCY ITEM ALREADY COMPLETE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 410-EXIT.
           MOVE 'Y' TO TRANS-VALID-SW.
       410-EXIT.
           EXIT.

       420-EDIT-ACTION-DATE.
           MOVE 'N' TO TRANS-VALID-SW.
           IF CT-ACTION-DATE-X = SPACES
              OR CT-ACTION-DATE = ZERO
               MOVE RUN-DATE-WS TO ACTION-DATE-WS
           ELSE
               IF CT-ACTION-DATE NOT NUMERIC
                  OR CT-ACTION-DATE > RUN-DATE-WS
                   MOVE 'INVALID ACTION DATE' TO RJ-REASON
                   PERFORM 750-WRITE-REJECT THRU 750-EXIT
                   GO TO 420-EXIT
               ELSE
                   MOVE CT-ACTION-DATE TO ACTION-DATE-WS.
           MOVE 'Y' TO TRANS-VALID-SW.
       420-EXIT.
           EXIT.

       430-CHECK-PHYSICIAN.
           MOVE 'N' TO TRANS-VALID-SW.
           MOVE CT-PHYSICIAN-ID TO PH-PHYSICIAN-ID.
           IF CT-PHYSICIAN-ID = SPACES
               MOVE 'RESPONSIBLE PHYSICIAN REQUIRED' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 430-EXIT.
           READ PHYSMSTR.
           IF NOT PHYSMSTR-FOUND
               MOVE 'PHYSICIAN NOT ON PHYSICIAN MASTER' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 430-EXIT.
           MOVE 'Y' TO TRANS-VALID-SW.
       430-EXIT.
           EXIT.

       450-REASSIGN-ITEM.
           MOVE "450-REASSIGN-ITEM" TO PARA-NAME.
           PERFORM 430-CHECK-PHYSICIAN THRU 430-EXIT.
           IF NOT TRANS-VALID
               GO TO 450-EXIT.
           PERFORM 410-GET-OPEN-ITEM THRU 410-EXIT.
           IF NOT TRANS-VALID
               GO TO 450-EXIT.
           MOVE CT-PHYSICIAN-ID TO CF-PHYSICIAN-ID.
           REWRITE CF-CHART-DEF-REC.
           ADD +1 TO TRANS-REASSIGNED.
       450-EXIT.
           EXIT.

      * A further item can only go on a chart HOSPDISC has already
      * opened; it takes that chart's discharge date.
       480-ADD-ITEM.
           MOVE "480-ADD-ITEM" TO PARA-NAME.
           MOVE CT-ITEM-CODE TO CF-ITEM-CODE.
           IF NOT CF-VALID-ITEM-CODE
               MOVE 'INVALID DEFICIENCY ITEM CODE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 480-EXIT.
           PERFORM 430-CHECK-PHYSICIAN THRU 430-EXIT.
           IF NOT TRANS-VALID
               GO TO 480-EXIT.
           PERFORM 420-EDIT-ACTION-DATE THRU 420-EXIT.
           IF NOT TRANS-VALID
               GO TO 480-EXIT.
           PERFORM 490-FIND-CHART THRU 490-EXIT.
           IF CHART-DISCHARGE-WS = ZERO
               MOVE 'CHART NOT OPENED AT DISCHARGE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 480-EXIT.
           MOVE SPACES             TO CF-CHART-DEF-REC.
           MOVE CT-PATIENT-ID      TO CF-PATIENT-ID.
           MOVE CT-ADMIT-DATE      TO CF-ADMIT-DATE.
           MOVE CT-ITEM-CODE       TO CF-ITEM-CODE.
           MOVE CHART-DISCHARGE-WS TO CF-DISCHARGE-DATE.
           MOVE CT-PHYSICIAN-ID    TO CF-PHYSICIAN-ID.
           MOVE 'O'                TO CF-STATUS.
           MOVE ACTION-DATE-WS     TO CF-OPENED-DATE.
           MOVE ZERO               TO CF-COMPLETED-DATE.
           WRITE CF-CHART-DEF-REC
               INVALID KEY
                   MOVE 'DEFICIENCY ITEM ALREADY ON FILE'
                                    TO RJ-REASON
                   PERFORM 750-WRITE-REJECT THRU 750-EXIT
                   GO TO 480-EXIT
           END-WRITE.
           ADD +1 TO TRANS-ADDED.
       480-EXIT.
           EXIT.

      * First item on file for the stay, if any.
       490-FIND-CHART.
           MOVE ZERO          TO CHART-DISCHARGE-WS.
           MOVE CT-PATIENT-ID TO CF-PATIENT-ID.
           MOVE CT-ADMIT-DATE TO CF-ADMIT-DATE.
           MOVE LOW-VALUES    TO CF-ITEM-CODE.
           START CHARTDEF KEY IS NOT LESS THAN CF-DEF-KEY
               INVALID KEY
                   GO TO 490-EXIT
           END-START.
           READ CHARTDEF NEXT RECORD
               AT END
                   GO TO 490-EXIT
           END-READ.
           IF CF-PATIENT-ID = CT-PATIENT-ID
              AND CF-ADMIT-DATE = CT-ADMIT-DATE
               MOVE CF-DISCHARGE-DATE TO CHART-DISCHARGE-WS.
       490-EXIT.
           EXIT.

       750-WRITE-REJECT.
           MOVE CT-TRANS-CODE   TO RJ-TRANS-CODE.
           MOVE CT-PATIENT-ID   TO RJ-PATIENT-ID.
           MOVE CT-ADMIT-DATE   TO RJ-ADMIT-DATE.
           MOVE CT-ITEM-CODE    TO RJ-ITEM-CODE.
           WRITE SYSOUT-REC FROM CHART-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       750-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT CHARTTRN.
           OPEN I-O CHARTDEF.
           IF CHARTDEF-MISSING
               OPEN OUTPUT CHARTDEF
               CLOSE CHARTDEF
               OPEN I-O CHARTDEF
           END-IF.
           OPEN INPUT PHYSMSTR.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE CHARTTRN, CHARTDEF, PHYSMSTR, SYSOUT.
       850-EXIT.
           EXIT.

       900-READ-CHARTTRN.
           READ CHARTTRN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO CS-TRANS-READ-O.
           MOVE TRANS-COMPLETED    TO CS-COMPLETED-O.
           MOVE TRANS-REASSIGNED   TO CS-REASSIGNED-O.
           MOVE TRANS-ADDED        TO CS-ADDED-O.
           MOVE TRANS-REJECTED     TO CS-REJECTED-O.
           WRITE SYSOUT-REC FROM CHART-SUMMARY-LINE.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-SUMMARY-HDR.
           MOVE PARA-NAME TO AR-PARA-NAME.
           WRITE SYSOUT-REC FROM ABEND-SUMMARY-LINE-1.
           MOVE ABEND-REASON TO AR-ABEND-REASON.
           WRITE SYSOUT-REC FROM ABEND-SUMMARY-LINE-2.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "*** ABNORMAL END OF JOB - CHARTCMP ***"
               UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
