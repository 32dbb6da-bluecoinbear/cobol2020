       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DRUGMNT.
      * Maintenance for the pharmacy drug formulary RXENTRY orders
      * and dispenses against. Modeled on CHGCMNT: a batch
      * transaction file of adds, changes and deactivates against
      * the keyed master, plus stock receipts, which add the
      * received quantity to what is on hand. A new drug starts
      * with nothing on hand - stock only comes in on a receipt or
      * goes out on a dispense. Rejects go to SYSOUT and a summary
      * line prints at end of run. A deactivated drug stays on the
      * formulary so old orders still resolve a description.
      * Every formulary field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRUGTRAN  ASSIGN TO DRUGTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS DRUGTRAN-ST.
           SELECT DRUGMSTR  ASSIGN TO DRUGMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MD-NDC
                  FILE STATUS IS DRUGMSTR-STATUS.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  DRUGTRAN
           RECORD CONTAINS 108 CHARACTERS.
       01  DRUGTRAN-REC.
           05 FT-TRANS-CODE                     PIC X(01).
               88 FT-ADD                                    VALUE 'A'.
               88 FT-CHANGE                                 VALUE 'C'.
               88 FT-DEACTIVATE                             VALUE 'I'.
               88 FT-RECEIPT                                VALUE 'R'.
           05 FT-NDC                            PIC X(11).
      * Add and change only.
           05 FT-DESCRIPTION                    PIC X(30).
           05 FT-DOSE-UNIT                      PIC X(06).
           05 FT-UNIT-COST                      PIC 9(05)V99.
           05 FT-CHARGE-PRICE                   PIC 9(05)V99.
           05 FT-REORDER-POINT                  PIC 9(07).
           05 FT-REORDER-QTY                    PIC 9(07).
      * Receipt only. A zero receipt date takes the run date.
           05 FT-RECEIPT-QTY                    PIC 9(07).
           05 FT-RECEIPT-DATE                   PIC 9(08).
           05 FILLER                            PIC X(09).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 FT-OPERATOR-ID                    PIC X(08).

       FD  DRUGMSTR
           RECORD CONTAINS 120 CHARACTERS.
           COPY DRUGMSTR.

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.

       01  FILE-STATUS-WS.
           05 DRUGTRAN-ST                       PIC X(02).
               88 DRUGTRAN-OK                              VALUE '00'.
           05 DRUGMSTR-STATUS                   PIC X(02).
               88 DRUGMSTR-FOUND                           VALUE '00'.
               88 DRUGMSTR-MISSING                         VALUE '35'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-ADDED                       PIC 9(07)  VALUE ZERO.
           05 TRANS-CHANGED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-DEACTIVATED                 PIC 9(07)  VALUE ZERO.
           05 TRANS-RECEIVED                    PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.

       01  CURR-DATE-WS                         PIC 9(08)  VALUE ZERO.

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

       01  DRUG-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-TRANS-CODE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-NDC                            PIC X(11).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  DRUG-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
                  VALUE 'TRANS READ:      '.
           05 DS-TRANS-READ-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'ADDED:    '.
           05 DS-ADDED-O                        PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'CHANGED:  '.
           05 DS-CHANGED-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(13)
                  VALUE 'DEACTIVATED: '.
           05 DS-DEACT-O                        PIC ZZZ,ZZ9.

       01  DRUG-SUMMARY-LINE-2.
           05 FILLER                            PIC X(17)
                  VALUE 'RECEIPTS:        '.
           05 DS-RECEIVED-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'REJECTED: '.
           05 DS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * formulary master's fields.
           COPY CHGJPARM.
       01  DRUGMSTR-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 011.
           05 FILLER                            PIC X(32)
                  VALUE 'MD-NDC                  0001011N'.
           05 FILLER                            PIC X(32)
                  VALUE 'MD-DESCRIPTION          0012030N'.
           05 FILLER                            PIC X(32)
                  VALUE 'MD-DOSE-UNIT            0042006N'.
           05 FILLER                            PIC X(32)
                  VALUE 'MD-UNIT-COST            0048007S'.
           05 FILLER                            PIC X(32)
                  VALUE 'MD-CHARGE-PRICE         0055007S'.
           05 FILLER                            PIC X(32)
                  VALUE 'MD-ON-HAND              0062007N'.
           05 FILLER                            PIC X(32)
                  VALUE 'MD-REORDER-POINT        0069007N'.
           05 FILLER                            PIC X(32)
                  VALUE 'MD-REORDER-QTY          0076007N'.
           05 FILLER                            PIC X(32)
                  VALUE 'MD-STATUS               0083001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'MD-LAST-RECEIPT-DATE    0084008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'MD-LAST-DISPENSE-DATE   0092008N'.

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
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 800-OPEN-FILES.
           PERFORM 900-READ-DRUGTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY FORMULARY TRANS FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-PROCESS-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-DRUGTRAN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           IF FT-NDC = SPACES
               MOVE 'NDC MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF (FT-ADD OR FT-CHANGE)
               AND (FT-UNIT-COST NOT NUMERIC
                    OR FT-CHARGE-PRICE NOT NUMERIC)
               MOVE 'COST OR PRICE NOT NUMERIC' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF (FT-ADD OR FT-CHANGE)
               AND (FT-REORDER-POINT NOT NUMERIC
                    OR FT-REORDER-QTY NOT NUMERIC)
               MOVE 'REORDER FIELDS NOT NUMERIC' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           EVALUATE TRUE
               WHEN FT-ADD
                   PERFORM 400-ADD-DRUG THRU 400-EXIT
               WHEN FT-CHANGE
                   PERFORM 450-CHANGE-DRUG THRU 450-EXIT
               WHEN FT-DEACTIVATE
                   PERFORM 480-DEACTIVATE-DRUG THRU 480-EXIT
               WHEN FT-RECEIPT
                   PERFORM 500-RECEIVE-STOCK THRU 500-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

       400-ADD-DRUG.
           MOVE "400-ADD-DRUG" TO PARA-NAME.
           MOVE FT-NDC TO MD-NDC.
           READ DRUGMSTR.
           MOVE MD-DRUG-REC TO CJP-BEFORE-IMAGE.
           IF DRUGMSTR-FOUND
               MOVE 'DRUG ALREADY ON FORMULARY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
           ELSE
               MOVE SPACES TO MD-DRUG-REC
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE ZERO TO MD-ON-HAND, MD-LAST-RECEIPT-DATE,
                            MD-LAST-DISPENSE-DATE
               MOVE 'A' TO MD-STATUS
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE MD-DRUG-REC TO CJP-AFTER-IMAGE
               WRITE MD-DRUG-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.

       420-MOVE-TRANS-TO-MASTER.
           MOVE FT-NDC              TO MD-NDC.
           MOVE FT-DESCRIPTION      TO MD-DESCRIPTION.
           MOVE FT-DOSE-UNIT        TO MD-DOSE-UNIT.
           MOVE FT-UNIT-COST        TO MD-UNIT-COST.
           MOVE FT-CHARGE-PRICE     TO MD-CHARGE-PRICE.
           MOVE FT-REORDER-POINT    TO MD-REORDER-POINT.
           MOVE FT-REORDER-QTY      TO MD-REORDER-QTY.
       420-EXIT.
           EXIT.

       450-CHANGE-DRUG.
           MOVE "450-CHANGE-DRUG" TO PARA-NAME.
           MOVE FT-NDC TO MD-NDC.
           READ DRUGMSTR.
           MOVE MD-DRUG-REC TO CJP-BEFORE-IMAGE.
           IF DRUGMSTR-FOUND
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE MD-DRUG-REC TO CJP-AFTER-IMAGE
               REWRITE MD-DRUG-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED
           ELSE
               MOVE 'DRUG NOT ON FORMULARY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT.
       450-EXIT.
           EXIT.

       480-DEACTIVATE-DRUG.
           MOVE "480-DEACTIVATE-DRUG" TO PARA-NAME.
           MOVE FT-NDC TO MD-NDC.
           READ DRUGMSTR.
           MOVE MD-DRUG-REC TO CJP-BEFORE-IMAGE.
           IF DRUGMSTR-FOUND
               MOVE 'I' TO MD-STATUS
               MOVE MD-DRUG-REC TO CJP-AFTER-IMAGE
               REWRITE MD-DRUG-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-DEACTIVATED
           ELSE
               MOVE 'DRUG NOT ON FORMULARY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT.
       480-EXIT.
           EXIT.

       500-RECEIVE-STOCK.
           MOVE "500-RECEIVE-STOCK" TO PARA-NAME.
           IF FT-RECEIPT-QTY NOT NUMERIC OR FT-RECEIPT-QTY = ZERO
               MOVE 'RECEIPT QTY MISSING OR NOT NUMERIC' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           MOVE FT-NDC TO MD-NDC.
           READ DRUGMSTR.
           MOVE MD-DRUG-REC TO CJP-BEFORE-IMAGE.
           IF NOT DRUGMSTR-FOUND
               MOVE 'DRUG NOT ON FORMULARY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           IF MD-INACTIVE
               MOVE 'DRUG INACTIVE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           ADD FT-RECEIPT-QTY TO MD-ON-HAND
               ON SIZE ERROR
                   MOVE 'ON-HAND WOULD OVERFLOW' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 500-EXIT
           END-ADD.
           IF FT-RECEIPT-DATE NUMERIC AND FT-RECEIPT-DATE NOT = ZERO
               MOVE FT-RECEIPT-DATE TO MD-LAST-RECEIPT-DATE
           ELSE
               MOVE CURR-DATE-WS    TO MD-LAST-RECEIPT-DATE.
           MOVE MD-DRUG-REC TO CJP-AFTER-IMAGE.
           REWRITE MD-DRUG-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-RECEIVED.
       500-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE FT-TRANS-CODE  TO RJ-TRANS-CODE.
           MOVE FT-NDC         TO RJ-NDC.
           WRITE SYSOUT-REC FROM DRUG-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT DRUGTRAN.
           OPEN I-O DRUGMSTR.
           IF DRUGMSTR-MISSING
               OPEN OUTPUT DRUGMSTR
               CLOSE DRUGMSTR
               OPEN I-O DRUGMSTR
           END-IF.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE DRUGTRAN, DRUGMSTR, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, DRUGMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per formulary field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'DRUGMNT'      TO CJP-PROGRAM.
           MOVE 'DRUGMSTR'     TO CJP-FILE-ID.
           MOVE FT-NDC         TO CJP-KEY.
           MOVE FT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, DRUGMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-DRUGTRAN.
           READ DRUGTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO DS-TRANS-READ-O.
           MOVE TRANS-ADDED        TO DS-ADDED-O.
           MOVE TRANS-CHANGED      TO DS-CHANGED-O.
           MOVE TRANS-DEACTIVATED  TO DS-DEACT-O.
           MOVE TRANS-RECEIVED     TO DS-RECEIVED-O.
           MOVE TRANS-REJECTED     TO DS-REJECTED-O.
           WRITE SYSOUT-REC FROM DRUG-SUMMARY-LINE.
           WRITE SYSOUT-REC FROM DRUG-SUMMARY-LINE-2.

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
           DISPLAY "*** ABNORMAL END OF JOB - DRUGMNT ***"
               UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
