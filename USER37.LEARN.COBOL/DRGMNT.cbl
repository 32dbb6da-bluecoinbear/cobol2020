       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DRGMNT.
      * Maintenance for the DRG table HOSPDISC groups discharges
      * through. Modeled on CHGCMNT: a batch transaction file of
      * adds, changes and deactivates against the keyed table,
      * rejects to SYSOUT and a summary line at end of run. A
      * base-rate transaction sets the control record - the
      * hospital base rate and the outlier percentages - which is
      * created the first time one is keyed. A deactivated group
      * stays on the table so old assignments still resolve a
      * description.
      * Every DRG field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRGTRAN   ASSIGN TO DRGTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DRGTRAN-ST.
           SELECT DRGMSTR   ASSIGN TO DRGMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DR-DRG-CODE
                  FILE STATUS IS DRGMSTR-STATUS.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  DRGTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  DRGTRAN-REC.
           05 GT-TRANS-CODE                     PIC X(01).
               88 GT-ADD                                    VALUE 'A'.
               88 GT-CHANGE                                 VALUE 'C'.
               88 GT-DEACTIVATE                             VALUE 'I'.
               88 GT-BASE-RATE                              VALUE 'B'.
           05 GT-DRG-CODE                       PIC X(03).
      * Add and change only.
           05 GT-DESCRIPTION                    PIC X(30).
           05 GT-RELATIVE-WEIGHT                PIC 9(02)V9(04).
           05 GT-GMLOS                          PIC 9(03)V9(01).
      * Base rate only.
           05 GT-BASE-RATE-AMT                  PIC 9(07)V99.
           05 GT-HIGH-OUTLIER-PCT               PIC 9(03).
           05 GT-LOW-OUTLIER-PCT                PIC 9(03).
           05 FILLER                            PIC X(21).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 GT-OPERATOR-ID                    PIC X(08).

       FD  DRGMSTR
           RECORD CONTAINS 60 CHARACTERS.
           COPY DRGMSTR.

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.

       01  FILE-STATUS-WS.
           05 DRGTRAN-ST                        PIC X(02).
               88 DRGTRAN-OK                               VALUE '00'.
           05 DRGMSTR-STATUS                    PIC X(02).
               88 DRGMSTR-FOUND                            VALUE '00'.
               88 DRGMSTR-MISSING                          VALUE '35'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-ADDED                       PIC 9(07)  VALUE ZERO.
           05 TRANS-CHANGED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-DEACTIVATED                 PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.

       77  CONTROL-RECORD-KEY                   PIC X(03)  VALUE '000'.

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

       01  DRG-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-TRANS-CODE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-DRG-CODE                       PIC X(03).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  DRG-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
                  VALUE 'TRANS READ:      '.
           05 GS-TRANS-READ-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'ADDED:    '.
           05 GS-ADDED-O                        PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'CHANGED:  '.
           05 GS-CHANGED-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(13)
                  VALUE 'DEACTIVATED: '.
           05 GS-DEACT-O                        PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'REJECTED:  '.
           05 GS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * DRG master's fields.
           COPY CHGJPARM.
       01  DRGMSTR-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 005.
           05 FILLER                            PIC X(32)
                  VALUE 'DR-DRG-CODE             0001003N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DR-DESCRIPTION          0004030N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DR-RELATIVE-WEIGHT      0034006S'.
           05 FILLER                            PIC X(32)
                  VALUE 'DR-GMLOS                0040004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DR-STATUS               0044001N'.

      * The control record's base rate and outlier percentages.
       01  DRGCTL-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 003.
           05 FILLER                            PIC X(32)
                  VALUE 'DR-BASE-RATE            0004009S'.
           05 FILLER                            PIC X(32)
                  VALUE 'DR-HIGH-OUTLIER-PCT     0013003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'DR-LOW-OUTLIER-PCT      0016003S'.

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
           PERFORM 800-OPEN-FILES.
           PERFORM 900-READ-DRGTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY DRG TRANS FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-PROCESS-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-DRGTRAN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           IF (GT-ADD OR GT-CHANGE OR GT-DEACTIVATE)
               AND (GT-DRG-CODE = SPACES
                    OR GT-DRG-CODE = CONTROL-RECORD-KEY)
               MOVE 'DRG CODE MISSING OR RESERVED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF (GT-ADD OR GT-CHANGE)
               AND (GT-RELATIVE-WEIGHT NOT NUMERIC
                    OR GT-RELATIVE-WEIGHT = ZERO)
               MOVE 'RELATIVE WEIGHT MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF (GT-ADD OR GT-CHANGE)
               AND GT-GMLOS NOT NUMERIC
               MOVE 'GEOMETRIC MEAN LOS NOT NUMERIC' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           EVALUATE TRUE
               WHEN GT-ADD
                   PERFORM 400-ADD-DRG THRU 400-EXIT
               WHEN GT-CHANGE
                   PERFORM 450-CHANGE-DRG THRU 450-EXIT
               WHEN GT-DEACTIVATE
                   PERFORM 480-DEACTIVATE-DRG THRU 480-EXIT
               WHEN GT-BASE-RATE
                   PERFORM 500-SET-BASE-RATE THRU 500-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

       400-ADD-DRG.
           MOVE "400-ADD-DRG" TO PARA-NAME.
           MOVE GT-DRG-CODE TO DR-DRG-CODE.
           READ DRGMSTR.
           MOVE DR-DRG-REC TO CJP-BEFORE-IMAGE.
           IF DRGMSTR-FOUND
               MOVE 'DRG ALREADY ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
           ELSE
               MOVE SPACES TO DR-DRG-REC
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE 'A' TO DR-STATUS
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE DR-DRG-REC TO CJP-AFTER-IMAGE
               WRITE DR-DRG-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.

       420-MOVE-TRANS-TO-MASTER.
           MOVE GT-DRG-CODE         TO DR-DRG-CODE.
           MOVE GT-DESCRIPTION      TO DR-DESCRIPTION.
           MOVE GT-RELATIVE-WEIGHT  TO DR-RELATIVE-WEIGHT.
           MOVE GT-GMLOS            TO DR-GMLOS.
       420-EXIT.
           EXIT.

       450-CHANGE-DRG.
           MOVE "450-CHANGE-DRG" TO PARA-NAME.
           MOVE GT-DRG-CODE TO DR-DRG-CODE.
           READ DRGMSTR.
           MOVE DR-DRG-REC TO CJP-BEFORE-IMAGE.
           IF DRGMSTR-FOUND
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE DR-DRG-REC TO CJP-AFTER-IMAGE
               REWRITE DR-DRG-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED
           ELSE
               MOVE 'DRG NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT.
       450-EXIT.
           EXIT.

       480-DEACTIVATE-DRG.
           MOVE "480-DEACTIVATE-DRG" TO PARA-NAME.
           MOVE GT-DRG-CODE TO DR-DRG-CODE.
           READ DRGMSTR.
           MOVE DR-DRG-REC TO CJP-BEFORE-IMAGE.
           IF DRGMSTR-FOUND
               MOVE 'I' TO DR-STATUS
               MOVE DR-DRG-REC TO CJP-AFTER-IMAGE
               REWRITE DR-DRG-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-DEACTIVATED
           ELSE
               MOVE 'DRG NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT.
       480-EXIT.
           EXIT.

      * The high percentage must clear 100 and the low stay under
      * it, or every stay would be flagged.
       500-SET-BASE-RATE.
           MOVE "500-SET-BASE-RATE" TO PARA-NAME.
           IF GT-BASE-RATE-AMT NOT NUMERIC OR GT-BASE-RATE-AMT = ZERO
               MOVE 'BASE RATE MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           IF GT-HIGH-OUTLIER-PCT NOT NUMERIC
               OR GT-LOW-OUTLIER-PCT NOT NUMERIC
               OR GT-HIGH-OUTLIER-PCT NOT > 100
               OR GT-LOW-OUTLIER-PCT NOT < 100
               MOVE 'OUTLIER PERCENTAGES INVALID' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           MOVE CONTROL-RECORD-KEY TO DR-DRG-CODE.
           READ DRGMSTR.
           MOVE DR-DRG-REC TO CJP-BEFORE-IMAGE.
           MOVE SPACES              TO DR-CONTROL-REC.
           MOVE CONTROL-RECORD-KEY  TO DR-CONTROL-KEY.
           MOVE GT-BASE-RATE-AMT    TO DR-BASE-RATE.
           MOVE GT-HIGH-OUTLIER-PCT TO DR-HIGH-OUTLIER-PCT.
           MOVE GT-LOW-OUTLIER-PCT  TO DR-LOW-OUTLIER-PCT.
           IF DRGMSTR-FOUND
               MOVE DR-CONTROL-REC TO CJP-AFTER-IMAGE
               REWRITE DR-CONTROL-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 865-JOURNAL-CHANGE THRU 865-EXIT
               ADD +1 TO TRANS-CHANGED
           ELSE
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE DR-CONTROL-REC TO CJP-AFTER-IMAGE
               WRITE DR-CONTROL-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 865-JOURNAL-CHANGE THRU 865-EXIT
               ADD +1 TO TRANS-ADDED.
       500-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE GT-TRANS-CODE  TO RJ-TRANS-CODE.
           MOVE GT-DRG-CODE    TO RJ-DRG-CODE.
           WRITE SYSOUT-REC FROM DRG-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT DRGTRAN.
           OPEN I-O DRGMSTR.
           IF DRGMSTR-MISSING
               OPEN OUTPUT DRGMSTR
               CLOSE DRGMSTR
               OPEN I-O DRGMSTR
           END-IF.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE DRGTRAN, DRGMSTR, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, DRGMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per DRG field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'DRGMNT'       TO CJP-PROGRAM.
           MOVE 'DRGMSTR'      TO CJP-FILE-ID.
           MOVE GT-DRG-CODE    TO CJP-KEY.
           MOVE GT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, DRGMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

      * The base rate and outlier percentages on the control
      * record, journaled under the control record's key.
       865-JOURNAL-CHANGE.
           MOVE 'J'                TO CJP-FUNCTION.
           MOVE 'DRGMNT'           TO CJP-PROGRAM.
           MOVE 'DRGMSTR'          TO CJP-FILE-ID.
           MOVE CONTROL-RECORD-KEY TO CJP-KEY.
           MOVE GT-OPERATOR-ID     TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, DRGCTL-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       865-EXIT.
           EXIT.

       900-READ-DRGTRAN.
           READ DRGTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO GS-TRANS-READ-O.
           MOVE TRANS-ADDED        TO GS-ADDED-O.
           MOVE TRANS-CHANGED      TO GS-CHANGED-O.
           MOVE TRANS-DEACTIVATED  TO GS-DEACT-O.
           MOVE TRANS-REJECTED     TO GS-REJECTED-O.
           WRITE SYSOUT-REC FROM DRG-SUMMARY-LINE.

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
           DISPLAY "*** ABNORMAL END OF JOB - DRGMNT ***"
               UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
