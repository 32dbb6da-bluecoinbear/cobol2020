      * Maintenance for the supplier payment-terms file INVMATCH
      * stamps due and discount dates from - net days, discount
      * percent and discount days per supplier. Rejects and a
      * summary line go to SYSOUT in the POLMAINT style. An E
      * transaction enrolls a supplier already on the terms file
      * for ACH payment, or replaces the bank account on file,
      * after the same ABA check-digit test PROVMNT applies, and
      * starts the prenote cycle APDISB runs before it pays by ACH;
      * an N transaction cancels the enrollment and the supplier
      * goes back to checks.
      * Every terms and bank field a transaction changes is written
      * to the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  TERMTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 88 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TERMTRAN-REC.
       01  TERMTRAN-REC.
           05  IT-TRANS-CODE                PIC X(01).
               88  IT-ADD                           VALUE 'A'.
               88  IT-CHANGE                        VALUE 'C'.
               88  IT-ACH-ENROLL                    VALUE 'E'.
               88  IT-ACH-CANCEL                    VALUE 'N'.
           05  IT-SUPPLIER-CODE             PIC X(10).
           05  IT-NET-DAYS                  PIC 9(03).
           05  IT-DISC-PERCENT              PIC V999.
           05  IT-DISC-DAYS                 PIC 9(03).
           05  IT-ROUTING-FULL              PIC X(09).
           05  IT-ROUTING-FULL-R REDEFINES IT-ROUTING-FULL.
               10  IT-ROUTING-DIGIT         PIC 9(01)
                      OCCURS 9 TIMES INDEXED BY IT-DIGIT-IDX.
           05  IT-ACCOUNT-NBR               PIC X(17).
           05  IT-ACCOUNT-TYPE              PIC X(01).
           05  FILLER                       PIC X(33).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05  IT-OPERATOR-ID               PIC X(08).
       FD  SUPPTERM
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUPPTERM.
       FD  SYSOUT
           RECORDING MODE IS F
       77  TRANS-ADDED-WS                   PIC 9(05) VALUE ZERO.
       77  TRANS-CHANGED-WS                 PIC 9(05) VALUE ZERO.
       77  TRANS-REJECTED-WS                PIC 9(05) VALUE ZERO.
       77  ACH-ENROLLED-WS                  PIC 9(05) VALUE ZERO.
       77  ACH-CANCELLED-WS                 PIC 9(05) VALUE ZERO.
       01  CURR-DATE-WS                     PIC 9(08).
       01  ROUTING-VALID-SW                 PIC X(01) VALUE 'N'.
            88  ROUTING-VALID                        VALUE 'Y'.
       77  ABA-WEIGHTED-SUM-WS              PIC 9(04) VALUE ZERO.
       77  ABA-QUOTIENT-WS                  PIC 9(04) VALUE ZERO.
       77  ABA-REMAINDER-WS                 PIC 9(02) VALUE ZERO.
       01  ABA-WEIGHT-TABLE.
           05  FILLER                       PIC X(09)
                  VALUE '371371371'.
       01  ABA-WEIGHT-TABLE-R REDEFINES ABA-WEIGHT-TABLE.
           05  ABA-WEIGHT                   PIC 9(01)
                  OCCURS 9 TIMES INDEXED BY ABA-IDX.
       01  TERM-REJECT-LINE.
           05  FILLER                       PIC X(13)
                  VALUE 'REJECTED -   '.
           05  FILLER                       PIC X(12)
                  VALUE '  REJECTED: '.
           05  SM-REJECTED-O                PIC ZZ,ZZ9.
       01  ACH-SUMMARY-LINE.
           05  FILLER                       PIC X(13)
                  VALUE 'ACH ENROLLED:'.
           05  AS-ENROLLED-O                PIC ZZ,ZZ9.
           05  FILLER                       PIC X(13)
                  VALUE '  CANCELLED: '.
           05  AS-CANCELLED-O               PIC ZZ,ZZ9.
      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * terms record's fields.
           COPY CHGJPARM.
       01  SUPPTERM-FIELD-MAP.
           05  FILLER                       PIC 9(03)  VALUE 010.
           05  FILLER                       PIC X(32)
                  VALUE 'TS-SUPPLIER-CODE        0001010N'.
           05  FILLER                       PIC X(32)
                  VALUE 'TS-NET-DAYS             0011003N'.
           05  FILLER                       PIC X(32)
                  VALUE 'TS-DISC-PERCENT         0014003S'.
           05  FILLER                       PIC X(32)
                  VALUE 'TS-DISC-DAYS            0017003N'.
           05  FILLER                       PIC X(32)
                  VALUE 'TS-ACH-ROUTING-NBR      0020008S'.
           05  FILLER                       PIC X(32)
                  VALUE 'TS-ACH-CHECK-DIGIT      0028001S'.
           05  FILLER                       PIC X(32)
                  VALUE 'TS-ACH-ACCOUNT-NBR      0029017S'.
           05  FILLER                       PIC X(32)
                  VALUE 'TS-ACH-ACCOUNT-TYPE     0046001S'.
           05  FILLER                       PIC X(32)
                  VALUE 'TS-ACH-STATUS           0047001N'.
           05  FILLER                       PIC X(32)
                  VALUE 'TS-ACH-PRENOTE-DATE     0048008N'.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-HOUSEKEEPING.
           END-IF.
           GOBACK.
       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           OPEN INPUT TERMTRAN.
           OPEN I-O SUPPTERM.
           IF SUPPTERM-MISSING
           PERFORM 200-APPLY-ONE-TRANS THRU 200-TRANS-EXIT.
           PERFORM 400-READ-TRANS.
       200-APPLY-ONE-TRANS.
           IF IT-ACH-ENROLL
               PERFORM 300-ENROLL-ACH THRU 300-EXIT
               GO TO 200-TRANS-EXIT.
           IF IT-ACH-CANCEL
               PERFORM 350-CANCEL-ACH THRU 350-EXIT
               GO TO 200-TRANS-EXIT.
           IF IT-NET-DAYS NOT NUMERIC
               OR IT-DISC-PERCENT NOT NUMERIC
               OR IT-DISC-DAYS NOT NUMERIC
               GO TO 200-TRANS-EXIT.
           MOVE IT-SUPPLIER-CODE TO TS-SUPPLIER-CODE.
           READ SUPPTERM.
           MOVE TS-TERMS-REC TO CJP-BEFORE-IMAGE.
           EVALUATE TRUE
               WHEN IT-ADD
                   IF SUPPTERM-FOUND
                       MOVE IT-NET-DAYS TO TS-NET-DAYS
                       MOVE IT-DISC-PERCENT TO TS-DISC-PERCENT
                       MOVE IT-DISC-DAYS TO TS-DISC-DAYS
                       MOVE ZERO TO TS-ACH-PRENOTE-DATE
                       MOVE SPACES TO CJP-BEFORE-IMAGE
                       MOVE TS-TERMS-REC TO CJP-AFTER-IMAGE
                       WRITE TS-TERMS-REC
                       MOVE 'A' TO CJP-ACTION
                       PERFORM 650-JOURNAL-CHANGE
                       ADD 1 TO TRANS-ADDED-WS
                   END-IF
               WHEN IT-CHANGE
                       MOVE IT-NET-DAYS TO TS-NET-DAYS
                       MOVE IT-DISC-PERCENT TO TS-DISC-PERCENT
                       MOVE IT-DISC-DAYS TO TS-DISC-DAYS
                       MOVE TS-TERMS-REC TO CJP-AFTER-IMAGE
                       REWRITE TS-TERMS-REC
                       MOVE 'C' TO CJP-ACTION
                       PERFORM 650-JOURNAL-CHANGE
                       ADD 1 TO TRANS-CHANGED-WS
                   ELSE
                       MOVE IT-SUPPLIER-CODE TO RJ-SUPPLIER-O
           END-EVALUATE.
       200-TRANS-EXIT.
           EXIT.
      * A new enrollment and a changed bank account both start the
      * prenote cycle over - the account has to prove out before
      * APDISB sends live credits to it.
       300-ENROLL-ACH.
           MOVE IT-SUPPLIER-CODE TO TS-SUPPLIER-CODE.
           READ SUPPTERM.
           MOVE TS-TERMS-REC TO CJP-BEFORE-IMAGE.
           IF NOT SUPPTERM-FOUND
               MOVE 'SUPPLIER NOT ON FILE' TO RJ-REASON
               PERFORM 380-WRITE-REJECT
               GO TO 300-EXIT.
           PERFORM 320-VALIDATE-ROUTING THRU 320-EXIT.
           IF NOT ROUTING-VALID
               MOVE 'ROUTING CHECK DIGIT INVALID' TO RJ-REASON
               PERFORM 380-WRITE-REJECT
               GO TO 300-EXIT.
           IF IT-ACCOUNT-NBR = SPACES
               MOVE 'BANK ACCOUNT NUMBER MISSING' TO RJ-REASON
               PERFORM 380-WRITE-REJECT
               GO TO 300-EXIT.
           MOVE IT-ROUTING-FULL (1:8) TO TS-ACH-ROUTING-NBR.
           MOVE IT-ROUTING-FULL (9:1) TO TS-ACH-CHECK-DIGIT.
           MOVE IT-ACCOUNT-NBR        TO TS-ACH-ACCOUNT-NBR.
           IF IT-ACCOUNT-TYPE = 'S'
               MOVE 'S' TO TS-ACH-ACCOUNT-TYPE
           ELSE
               MOVE 'C' TO TS-ACH-ACCOUNT-TYPE.
           MOVE 'P'          TO TS-ACH-STATUS.
           MOVE CURR-DATE-WS TO TS-ACH-PRENOTE-DATE.
           MOVE TS-TERMS-REC TO CJP-AFTER-IMAGE.
           REWRITE TS-TERMS-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 650-JOURNAL-CHANGE.
           ADD 1 TO ACH-ENROLLED-WS.
       300-EXIT.
           EXIT.

      * ABA check: three-seven-one weights across the nine routing
      * digits must sum to a multiple of ten.
       320-VALIDATE-ROUTING.
           MOVE 'N' TO ROUTING-VALID-SW.
           IF IT-ROUTING-FULL NOT NUMERIC
               GO TO 320-EXIT.
           MOVE ZERO TO ABA-WEIGHTED-SUM-WS.
           PERFORM 340-WEIGH-ONE-DIGIT THRU 340-EXIT
               VARYING IT-DIGIT-IDX FROM 1 BY 1
                   UNTIL IT-DIGIT-IDX > 9.
           DIVIDE ABA-WEIGHTED-SUM-WS BY 10
               GIVING ABA-QUOTIENT-WS
               REMAINDER ABA-REMAINDER-WS.
           IF ABA-REMAINDER-WS = ZERO
               MOVE 'Y' TO ROUTING-VALID-SW.
       320-EXIT.
           EXIT.

       340-WEIGH-ONE-DIGIT.
           SET ABA-IDX TO IT-DIGIT-IDX.
           COMPUTE ABA-WEIGHTED-SUM-WS = ABA-WEIGHTED-SUM-WS
               + (IT-ROUTING-DIGIT (IT-DIGIT-IDX)
                  * ABA-WEIGHT (ABA-IDX)).
       340-EXIT.
           EXIT.

       350-CANCEL-ACH.
           MOVE IT-SUPPLIER-CODE TO TS-SUPPLIER-CODE.
           READ SUPPTERM.
           MOVE TS-TERMS-REC TO CJP-BEFORE-IMAGE.
           IF NOT SUPPTERM-FOUND
               MOVE 'SUPPLIER NOT ON FILE' TO RJ-REASON
               PERFORM 380-WRITE-REJECT
               GO TO 350-EXIT.
           IF NOT TS-ACH-PRENOTE AND NOT TS-ACH-ACTIVE
               MOVE 'SUPPLIER NOT ENROLLED FOR ACH' TO RJ-REASON
               PERFORM 380-WRITE-REJECT
               GO TO 350-EXIT.
           MOVE 'I' TO TS-ACH-STATUS.
           MOVE TS-TERMS-REC TO CJP-AFTER-IMAGE.
           REWRITE TS-TERMS-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 650-JOURNAL-CHANGE.
           ADD 1 TO ACH-CANCELLED-WS.
       350-EXIT.
           EXIT.

       380-WRITE-REJECT.
           MOVE IT-SUPPLIER-CODE TO RJ-SUPPLIER-O.
           WRITE SYSOUT-REC FROM TERM-REJECT-LINE.
           ADD 1 TO TRANS-REJECTED-WS.

       400-READ-TRANS.
           READ TERMTRAN
               AT END MOVE 'Y' TO TERMTRAN-EOF
           MOVE TRANS-CHANGED-WS TO SM-CHANGED-O.
           MOVE TRANS-REJECTED-WS TO SM-REJECTED-O.
           WRITE SYSOUT-REC FROM TERM-SUMMARY-LINE.
           MOVE ACH-ENROLLED-WS TO AS-ENROLLED-O.
           MOVE ACH-CANCELLED-WS TO AS-CANCELLED-O.
           WRITE SYSOUT-REC FROM ACH-SUMMARY-LINE.
       600-CLOSE-FILES.
           CLOSE TERMTRAN, SUPPTERM, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, SUPPTERM-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
      * One journal record per terms field the transaction changed,
      * from the before and after images set up above.
       650-JOURNAL-CHANGE.
           MOVE 'J'              TO CJP-FUNCTION.
           MOVE 'TERMMNT'        TO CJP-PROGRAM.
           MOVE 'SUPPTERM'       TO CJP-FILE-ID.
           MOVE IT-SUPPLIER-CODE TO CJP-KEY.
           MOVE IT-OPERATOR-ID   TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, SUPPTERM-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
