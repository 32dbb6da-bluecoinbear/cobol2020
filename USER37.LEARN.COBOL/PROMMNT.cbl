       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROMMNT.
      * Promotion code maintenance, in the same transaction-file
      * style as ACCTMNT. An add puts a new discount code on the
      * promotion master with its percent off, the instrument type
      * it is good for (blank for any), its start and end dates and
      * how many orders it may price (zero for no limit). A change
      * replaces whichever of those the transaction supplies - a
      * blank field is left as it was - so marketing can extend a
      * run or raise a limit; the use count is FAVRFP's and is never
      * touched here.
      * Every promotion field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMTRAN  ASSIGN TO PROMTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PROMTRAN-ST.
           SELECT PROMOMST  ASSIGN TO PROMOMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-PROMO-CODE
                  FILE STATUS IS PROMOMST-STATUS.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  PROMTRAN-REC.
           05 PT-TRANS-CODE                     PIC X(01).
               88 PT-ADD                                    VALUE 'A'.
               88 PT-CHANGE                                 VALUE 'C'.
           05 PT-PROMO-CODE                     PIC X(08).
           05 PT-DESCRIPTION                    PIC X(20).
           05 PT-INSTRUMENT-TYPE                PIC X(06).
           05 PT-DISCOUNT-PCT                   PIC V999.
           05 PT-DISCOUNT-PCT-X REDEFINES PT-DISCOUNT-PCT
                                                PIC X(03).
           05 PT-START-DATE                     PIC 9(08).
           05 PT-START-DATE-X REDEFINES PT-START-DATE
                                                PIC X(08).
           05 PT-END-DATE                       PIC 9(08).
           05 PT-END-DATE-X REDEFINES PT-END-DATE
                                                PIC X(08).
           05 PT-USAGE-LIMIT                    PIC 9(05).
           05 PT-USAGE-LIMIT-X REDEFINES PT-USAGE-LIMIT
                                                PIC X(05).
           05 FILLER                            PIC X(21).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 PT-OPERATOR-ID                    PIC X(08).

       FD  PROMOMST
           RECORD CONTAINS 80 CHARACTERS.
           COPY PROMOMST.

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.

       01  FILE-STATUS-WS.
           05 PROMTRAN-ST                       PIC X(02).
               88 PROMTRAN-OK                              VALUE '00'.
           05 PROMOMST-STATUS                   PIC X(02).
               88 PROMOMST-FOUND                           VALUE '00'.
               88 PROMOMST-MISSING                         VALUE '35'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-ADDED                       PIC 9(07)  VALUE ZERO.
           05 TRANS-CHANGED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  PROMO-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-TRANS-CODE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-PROMO-CODE                     PIC X(08).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  PROMO-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
                  VALUE 'TRANS READ:      '.
           05 PS-TRANS-READ-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'ADDED:    '.
           05 PS-ADDED-O                        PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'CHANGED:  '.
           05 PS-CHANGED-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * promotion master's fields.
           COPY CHGJPARM.
       01  PROMOMST-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 008.
           05 FILLER                            PIC X(32)
                  VALUE 'PM-PROMO-CODE           0001008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PM-DESCRIPTION          0009020N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PM-INSTRUMENT-TYPE      0029006N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PM-DISCOUNT-PCT         0035003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'PM-START-DATE           0038008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PM-END-DATE             0046008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PM-USAGE-LIMIT          0054005N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PM-USAGE-COUNT          0059005N'.

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
           PERFORM 900-READ-PROMTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY PROMOTION TRANSACTION FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-PROCESS-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-PROMTRAN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           MOVE SPACES TO RJ-REASON.
           EVALUATE TRUE
               WHEN PT-ADD
                   PERFORM 400-ADD-PROMOTION THRU 400-EXIT
               WHEN PT-CHANGE
                   PERFORM 500-CHANGE-PROMOTION THRU 500-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

       400-ADD-PROMOTION.
           MOVE "400-ADD-PROMOTION" TO PARA-NAME.
           IF PT-PROMO-CODE = SPACES
               MOVE 'PROMOTION CODE MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE PT-PROMO-CODE TO PM-PROMO-CODE.
           READ PROMOMST.
           MOVE PM-PROMO-REC TO CJP-BEFORE-IMAGE.
           IF PROMOMST-FOUND
               MOVE 'PROMOTION ALREADY ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF PT-DISCOUNT-PCT NOT NUMERIC
               OR PT-DISCOUNT-PCT = ZERO
               MOVE 'DISCOUNT PERCENT MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF PT-START-DATE NOT NUMERIC
               OR PT-END-DATE NOT NUMERIC
               OR PT-START-DATE = ZERO
               OR PT-END-DATE < PT-START-DATE
               MOVE 'PROMOTION DATES INVALID' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF PT-USAGE-LIMIT-X = SPACES
               MOVE ZERO TO PT-USAGE-LIMIT.
           IF PT-USAGE-LIMIT NOT NUMERIC
               MOVE 'USAGE LIMIT NOT NUMERIC' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE SPACES              TO PM-PROMO-REC.
           MOVE PT-PROMO-CODE       TO PM-PROMO-CODE.
           MOVE PT-DESCRIPTION      TO PM-DESCRIPTION.
           MOVE PT-INSTRUMENT-TYPE  TO PM-INSTRUMENT-TYPE.
           MOVE PT-DISCOUNT-PCT     TO PM-DISCOUNT-PCT.
           MOVE PT-START-DATE       TO PM-START-DATE.
           MOVE PT-END-DATE         TO PM-END-DATE.
           MOVE PT-USAGE-LIMIT      TO PM-USAGE-LIMIT.
           MOVE ZERO                TO PM-USAGE-COUNT.
           MOVE SPACES TO CJP-BEFORE-IMAGE.
           MOVE PM-PROMO-REC TO CJP-AFTER-IMAGE.
           WRITE PM-PROMO-REC.
           MOVE 'A' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.

      * Only the fields the transaction carries are replaced; the
      * dates are checked again as they will stand after the change.
       500-CHANGE-PROMOTION.
           MOVE "500-CHANGE-PROMOTION" TO PARA-NAME.
           MOVE PT-PROMO-CODE TO PM-PROMO-CODE.
           READ PROMOMST.
           MOVE PM-PROMO-REC TO CJP-BEFORE-IMAGE.
           IF NOT PROMOMST-FOUND
               MOVE 'PROMOTION NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           IF PT-DISCOUNT-PCT-X NOT = SPACES
               IF PT-DISCOUNT-PCT NOT NUMERIC
                   OR PT-DISCOUNT-PCT = ZERO
                   MOVE 'DISCOUNT PERCENT INVALID' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 500-EXIT.
           IF (PT-START-DATE-X NOT = SPACES
                   AND PT-START-DATE NOT NUMERIC)
               OR (PT-END-DATE-X NOT = SPACES
                   AND PT-END-DATE NOT NUMERIC)
               MOVE 'PROMOTION DATES INVALID' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           IF PT-USAGE-LIMIT-X NOT = SPACES
               IF PT-USAGE-LIMIT NOT NUMERIC
                   MOVE 'USAGE LIMIT NOT NUMERIC' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 500-EXIT.
           IF PT-START-DATE-X NOT = SPACES
               MOVE PT-START-DATE TO PM-START-DATE.
           IF PT-END-DATE-X NOT = SPACES
               MOVE PT-END-DATE TO PM-END-DATE.
           IF PM-END-DATE < PM-START-DATE
               MOVE 'PROMOTION DATES INVALID' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           IF PT-DESCRIPTION NOT = SPACES
               MOVE PT-DESCRIPTION TO PM-DESCRIPTION.
           IF PT-INSTRUMENT-TYPE NOT = SPACES
               MOVE PT-INSTRUMENT-TYPE TO PM-INSTRUMENT-TYPE.
           IF PT-DISCOUNT-PCT-X NOT = SPACES
               MOVE PT-DISCOUNT-PCT TO PM-DISCOUNT-PCT.
           IF PT-USAGE-LIMIT-X NOT = SPACES
               MOVE PT-USAGE-LIMIT TO PM-USAGE-LIMIT.
           MOVE PM-PROMO-REC TO CJP-AFTER-IMAGE.
           REWRITE PM-PROMO-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-CHANGED.
       500-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE PT-TRANS-CODE TO RJ-TRANS-CODE.
           MOVE PT-PROMO-CODE TO RJ-PROMO-CODE.
           WRITE SYSOUT-REC FROM PROMO-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN OUTPUT SYSOUT.
           OPEN INPUT PROMTRAN.
           OPEN I-O PROMOMST.
           IF PROMOMST-MISSING
               OPEN OUTPUT PROMOMST
               CLOSE PROMOMST
               OPEN I-O PROMOMST.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE PROMTRAN, PROMOMST, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, PROMOMST-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per promotion field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'PROMMNT'      TO CJP-PROGRAM.
           MOVE 'PROMOMST'     TO CJP-FILE-ID.
           MOVE PT-PROMO-CODE  TO CJP-KEY.
           MOVE PT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, PROMOMST-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-PROMTRAN.
           READ PROMTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO PS-TRANS-READ-O.
           MOVE TRANS-ADDED        TO PS-ADDED-O.
           MOVE TRANS-CHANGED      TO PS-CHANGED-O.
           MOVE TRANS-REJECTED     TO PS-REJECTED-O.
           WRITE SYSOUT-REC FROM PROMO-SUMMARY-LINE.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           MOVE ABEND-REASON TO SYSOUT-REC.
           WRITE SYSOUT-REC.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "*** ABNORMAL END OF JOB - PROMMNT ***"
               UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
