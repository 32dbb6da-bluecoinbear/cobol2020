      * the keyed master, rejects to SYSOUT and a summary line at
      * end of run. A deactivated code stays on the master so old
      * charge history still resolves a description.
      *
      * Prices are effective-dated. Every price a code carries is
      * kept on the price-history file with the first and last day
      * it applies, so a charge can be priced at the rate in effect
      * on its service date. A price-change transaction schedules a
      * new rate from a keyed effective date (the business date when
      * none is keyed) - the current price is closed the day before
      * and the new one runs open-ended. A change transaction that
      * carries a different rate is a price change as well, dated
      * the same way. A change may not be back-dated, and may not
      * be scheduled ahead of a later one already on file; keying
      * the same effective date again replaces the pending rate.
      * CC-RATE on the master always holds the price in effect on
      * the business date: housekeeping moves any scheduled price
      * that has come due onto the master before the transactions
      * are applied.
      * Every charge code field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CC-CHARGE-CODE
                  FILE STATUS IS CHGCODES-STATUS.
           SELECT CHGPRHST  ASSIGN TO CHGPRHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-PRICE-KEY
                  FILE STATUS IS CHGPRHST-STATUS.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  CHGCTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  CHGCTRAN-REC.
           05 CT-TRANS-CODE                     PIC X(01).
               88 CT-ADD                                    VALUE 'A'.
               88 CT-CHANGE                                 VALUE 'C'.
               88 CT-DEACTIVATE                             VALUE 'I'.
               88 CT-PRICE-CHANGE                           VALUE 'P'.
           05 CT-CHARGE-CODE                    PIC X(06).
           05 CT-DESCRIPTION                    PIC X(20).
           05 CT-RATE                           PIC 9(05)V99.
           05 CT-REVENUE-CLASS                  PIC X(01).
               88 CT-VALID-CLASS      VALUES 'L', 'P', 'T', 'O', 'S'.
      * First day the new rate applies on a price change.
           05 CT-EFFECTIVE-DATE                 PIC 9(08).
           05 FILLER                            PIC X(37).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 CT-OPERATOR-ID                    PIC X(08).

       FD  CHGCODES
           RECORD CONTAINS 60 CHARACTERS.
           COPY CHGCODES.

       FD  CHGPRHST
           RECORD CONTAINS 60 CHARACTERS.
           COPY CHGPRHST.

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
           COPY RUNPARM.

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).
       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 PRICE-EDIT-SW                     PIC X(01)  VALUE 'Y'.
               88 PRICE-EDIT-OK                            VALUE 'Y'.
           05 LATEST-PRICE-SW                   PIC X(01)  VALUE 'N'.
               88 LATEST-PRICE-FOUND                       VALUE 'Y'.
           05 PRICE-SCAN-SW                     PIC X(01)  VALUE 'N'.
               88 PRICE-SCAN-DONE                          VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 CHGCTRAN-ST                       PIC X(02).
           05 CHGCODES-STATUS                   PIC X(02).
               88 CHGCODES-FOUND                           VALUE '00'.
               88 CHGCODES-MISSING                         VALUE '35'.
           05 CHGPRHST-STATUS                   PIC X(02).
               88 CHGPRHST-FOUND                           VALUE '00'.
               88 CHGPRHST-MISSING                         VALUE '35'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

           05 TRANS-CHANGED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-DEACTIVATED                 PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.
           05 PRICES-SCHEDULED                  PIC 9(07)  VALUE ZERO.
           05 PRICES-APPLIED                    PIC 9(07)  VALUE ZERO.

       01  DATE-FIELDS-WS.
           05 BUSINESS-DATE-WS                  PIC 9(08)  VALUE ZERO.
           05 PRICE-EFF-DATE-WS                 PIC 9(08)  VALUE ZERO.
           05 PRIOR-DAY-WS                      PIC 9(08)  VALUE ZERO.

       01  PRICE-FIELDS-WS.
           05 LATEST-FROM-WS                    PIC 9(08)  VALUE ZERO.
           05 LATEST-RATE-WS                    PIC 9(05)V99
                                                           VALUE ZERO.
           05 OPENING-RATE-WS                   PIC 9(05)V99
                                                           VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
                  VALUE 'REJECTED:  '.
           05 CS-REJECTED-O                     PIC ZZZ,ZZ9.

       01  CHGC-PRICE-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
                  VALUE 'PRICE CHANGES:   '.
           05 CS-SCHEDULED-O                    PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(24)
                  VALUE 'DUE PRICES APPLIED:     '.
           05 CS-APPLIED-O                      PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * charge code master's fields.
           COPY CHGJPARM.
       01  CHGCODES-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 005.
           05 FILLER                            PIC X(32)
                  VALUE 'CC-CHARGE-CODE          0001006N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CC-DESCRIPTION          0007020N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CC-RATE                 0027007S'.
           05 FILLER                            PIC X(32)
                  VALUE 'CC-REVENUE-CLASS        0034001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CC-STATUS               0035001N'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.


       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS THRU 050-EXIT.
           PERFORM 800-OPEN-FILES.
           PERFORM 150-APPLY-DUE-PRICES THRU 150-EXIT.
           PERFORM 900-READ-CHGCTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY CHARGE CODE TRANS FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

      * Price changes are dated against the shared business date when
      * the job driver supplies one, today's otherwise.
       050-CHECK-RUN-PARAMETERS.
           OPEN INPUT RUNPARM.
           IF RUNPARM-OK
               READ RUNPARM INTO RUNPARM-REC
                   AT END MOVE SPACE TO RP-DATE-OVERRIDE-SW
               END-READ
               CLOSE RUNPARM
               IF RP-DATE-OVERRIDDEN
                   MOVE RP-BUSINESS-DATE TO BUSINESS-DATE-WS
               END-IF
           END-IF.
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-PROCESS-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-CHGCTRAN THRU 900-EXIT.

      * A scheduled price whose effective date has arrived becomes
      * the master rate. The price-history file is swept front to
      * back; only the entry spanning the business date is looked at.
       150-APPLY-DUE-PRICES.
           MOVE "150-APPLY-DUE-PRICES" TO PARA-NAME.
           MOVE 'N' TO PRICE-SCAN-SW.
           MOVE LOW-VALUES TO PH-PRICE-KEY.
           START CHGPRHST KEY IS NOT LESS THAN PH-PRICE-KEY
               INVALID KEY
                   GO TO 150-EXIT
           END-START.
           PERFORM 160-CHECK-DUE-PRICE THRU 160-EXIT
               UNTIL PRICE-SCAN-DONE.
       150-EXIT.
           EXIT.

       160-CHECK-DUE-PRICE.
           READ CHGPRHST NEXT RECORD
               AT END
                   MOVE 'Y' TO PRICE-SCAN-SW
                   GO TO 160-EXIT
           END-READ.
           IF PH-EFFECTIVE-FROM > BUSINESS-DATE-WS
              OR PH-EFFECTIVE-TO < BUSINESS-DATE-WS
               GO TO 160-EXIT.
           MOVE PH-CHARGE-CODE TO CC-CHARGE-CODE.
           READ CHGCODES.
           MOVE CC-CHARGE-REC TO CJP-BEFORE-IMAGE.
           IF CHGCODES-FOUND
              AND CC-RATE NOT = PH-RATE
               MOVE PH-RATE TO CC-RATE
               MOVE CC-CHARGE-REC TO CJP-AFTER-IMAGE
               REWRITE CC-CHARGE-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 865-JOURNAL-DUE-PRICE THRU 865-EXIT
               ADD +1 TO PRICES-APPLIED.
       160-EXIT.
           EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           IF (CT-ADD OR CT-CHANGE)
               MOVE 'INVALID REVENUE CLASS' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF (CT-ADD OR CT-CHANGE OR CT-PRICE-CHANGE)
               AND CT-RATE NOT NUMERIC
               MOVE 'RATE NOT NUMERIC' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF CT-EFFECTIVE-DATE NUMERIC
              AND CT-EFFECTIVE-DATE NOT = ZERO
               MOVE CT-EFFECTIVE-DATE TO PRICE-EFF-DATE-WS
           ELSE
               MOVE BUSINESS-DATE-WS  TO PRICE-EFF-DATE-WS.
           EVALUATE TRUE
               WHEN CT-ADD
                   PERFORM 400-ADD-CODE THRU 400-EXIT
                   PERFORM 450-CHANGE-CODE THRU 450-EXIT
               WHEN CT-DEACTIVATE
                   PERFORM 480-DEACTIVATE-CODE THRU 480-EXIT
               WHEN CT-PRICE-CHANGE
                   PERFORM 490-PRICE-CHANGE THRU 490-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
       300-EXIT.
           EXIT.

      * A new code's opening rate applies to any service date, so
      * its first price-history entry runs from day zero.
       400-ADD-CODE.
           MOVE "400-ADD-CODE" TO PARA-NAME.
           MOVE CT-CHARGE-CODE TO CC-CHARGE-CODE.
           READ CHGCODES.
           MOVE CC-CHARGE-REC TO CJP-BEFORE-IMAGE.
           IF CHGCODES-FOUND
               MOVE 'CHARGE CODE ALREADY ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
           ELSE
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE CT-RATE TO CC-RATE
               MOVE 'A' TO CC-STATUS
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE CC-CHARGE-REC TO CJP-AFTER-IMAGE
               WRITE CC-CHARGE-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               MOVE CT-RATE  TO OPENING-RATE-WS
               MOVE 99999999 TO PRIOR-DAY-WS
               PERFORM 560-WRITE-OPENING-PRICE THRU 560-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.

      * The rate is not moved here - it only reaches the master
      * through the price history.
       420-MOVE-TRANS-TO-MASTER.
           MOVE CT-CHARGE-CODE      TO CC-CHARGE-CODE.
           MOVE CT-DESCRIPTION      TO CC-DESCRIPTION.
           MOVE CT-REVENUE-CLASS    TO CC-REVENUE-CLASS.
       420-EXIT.
           EXIT.
           MOVE "450-CHANGE-CODE" TO PARA-NAME.
           MOVE CT-CHARGE-CODE TO CC-CHARGE-CODE.
           READ CHGCODES.
           MOVE CC-CHARGE-REC TO CJP-BEFORE-IMAGE.
           IF NOT CHGCODES-FOUND
               MOVE 'CHARGE CODE NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 450-EXIT.
           IF CT-RATE NOT = CC-RATE
               PERFORM 500-SCHEDULE-PRICE-CHANGE THRU 500-EXIT
               IF NOT PRICE-EDIT-OK
                   GO TO 450-EXIT.
           PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT.
           MOVE CC-CHARGE-REC TO CJP-AFTER-IMAGE.
           REWRITE CC-CHARGE-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-CHANGED.
       450-EXIT.
           EXIT.

           MOVE "480-DEACTIVATE-CODE" TO PARA-NAME.
           MOVE CT-CHARGE-CODE TO CC-CHARGE-CODE.
           READ CHGCODES.
           MOVE CC-CHARGE-REC TO CJP-BEFORE-IMAGE.
           IF CHGCODES-FOUND
               MOVE 'I' TO CC-STATUS
               MOVE CC-CHARGE-REC TO CJP-AFTER-IMAGE
               REWRITE CC-CHARGE-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-DEACTIVATED
           ELSE
               MOVE 'CHARGE CODE NOT ON FILE' TO RJ-REASON
       480-EXIT.
           EXIT.

       490-PRICE-CHANGE.
           MOVE "490-PRICE-CHANGE" TO PARA-NAME.
           MOVE CT-CHARGE-CODE TO CC-CHARGE-CODE.
           READ CHGCODES.
           MOVE CC-CHARGE-REC TO CJP-BEFORE-IMAGE.
           IF NOT CHGCODES-FOUND
               MOVE 'CHARGE CODE NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 490-EXIT.
           PERFORM 500-SCHEDULE-PRICE-CHANGE THRU 500-EXIT.
           IF PRICE-EDIT-OK
               MOVE CC-CHARGE-REC TO CJP-AFTER-IMAGE
               REWRITE CC-CHARGE-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
       490-EXIT.
           EXIT.

      * Records CT-RATE as the price from PRICE-EFF-DATE-WS on. The
      * code's latest price is closed the day before; a code with no
      * history yet has its current master rate written first, from
      * day zero, so earlier service dates still price. When the new
      * rate is already in effect it is moved to CC-RATE for the
      * caller to rewrite.
       500-SCHEDULE-PRICE-CHANGE.
           MOVE "500-SCHEDULE-PRICE-CHANGE" TO PARA-NAME.
           MOVE 'Y' TO PRICE-EDIT-SW.
           IF PRICE-EFF-DATE-WS < BUSINESS-DATE-WS
               MOVE 'N' TO PRICE-EDIT-SW
               MOVE 'EFFECTIVE DATE BEFORE TODAY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           PERFORM 520-FIND-LATEST-PRICE THRU 520-EXIT.
           IF LATEST-PRICE-FOUND
              AND LATEST-FROM-WS > PRICE-EFF-DATE-WS
               MOVE 'N' TO PRICE-EDIT-SW
               MOVE 'LATER PRICE ALREADY SCHEDULED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.

           IF LATEST-PRICE-FOUND
              AND LATEST-FROM-WS = PRICE-EFF-DATE-WS
               PERFORM 540-READ-LATEST-PRICE THRU 540-EXIT
               MOVE CT-RATE TO PH-RATE
               MOVE BUSINESS-DATE-WS TO PH-ENTERED-DATE
               REWRITE PH-PRICE-REC
           ELSE
               COMPUTE PRIOR-DAY-WS = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (PRICE-EFF-DATE-WS) - 1)
               IF LATEST-PRICE-FOUND
                   PERFORM 540-READ-LATEST-PRICE THRU 540-EXIT
                   MOVE PRIOR-DAY-WS TO PH-EFFECTIVE-TO
                   REWRITE PH-PRICE-REC
               ELSE
                   MOVE CC-RATE TO LATEST-RATE-WS
                   MOVE CC-RATE TO OPENING-RATE-WS
                   PERFORM 560-WRITE-OPENING-PRICE THRU 560-EXIT
               END-IF
               PERFORM 580-WRITE-NEW-PRICE THRU 580-EXIT
           END-IF.

           IF PRICE-EFF-DATE-WS NOT > BUSINESS-DATE-WS
               MOVE CT-RATE TO CC-RATE.
           ADD +1 TO PRICES-SCHEDULED.
       500-EXIT.
           EXIT.

      * Leaves the effective-from date and rate of the code's latest
      * price-history entry in LATEST-FROM-WS / LATEST-RATE-WS.
       520-FIND-LATEST-PRICE.
           MOVE 'N' TO LATEST-PRICE-SW.
           MOVE 'N' TO PRICE-SCAN-SW.
           MOVE CC-CHARGE-CODE TO PH-CHARGE-CODE.
           MOVE ZERO           TO PH-EFFECTIVE-FROM.
           START CHGPRHST KEY IS NOT LESS THAN PH-PRICE-KEY
               INVALID KEY
                   GO TO 520-EXIT
           END-START.
           PERFORM 530-READ-NEXT-PRICE THRU 530-EXIT
               UNTIL PRICE-SCAN-DONE.
       520-EXIT.
           EXIT.

       530-READ-NEXT-PRICE.
           READ CHGPRHST NEXT RECORD
               AT END
                   MOVE 'Y' TO PRICE-SCAN-SW
                   GO TO 530-EXIT
           END-READ.
           IF PH-CHARGE-CODE NOT = CC-CHARGE-CODE
               MOVE 'Y' TO PRICE-SCAN-SW
               GO TO 530-EXIT.
           MOVE 'Y'               TO LATEST-PRICE-SW.
           MOVE PH-EFFECTIVE-FROM TO LATEST-FROM-WS.
           MOVE PH-RATE           TO LATEST-RATE-WS.
       530-EXIT.
           EXIT.

       540-READ-LATEST-PRICE.
           MOVE CC-CHARGE-CODE TO PH-CHARGE-CODE.
           MOVE LATEST-FROM-WS TO PH-EFFECTIVE-FROM.
           READ CHGPRHST.
       540-EXIT.
           EXIT.

      * The price a code opened with, or carried before its first
      * scheduled change: OPENING-RATE-WS from day zero to
      * PRIOR-DAY-WS.
       560-WRITE-OPENING-PRICE.
           MOVE SPACES           TO PH-PRICE-REC.
           MOVE CC-CHARGE-CODE   TO PH-CHARGE-CODE.
           MOVE ZERO             TO PH-EFFECTIVE-FROM.
           MOVE PRIOR-DAY-WS     TO PH-EFFECTIVE-TO.
           MOVE OPENING-RATE-WS  TO PH-RATE.
           MOVE ZERO             TO PH-PRIOR-RATE.
           MOVE BUSINESS-DATE-WS TO PH-ENTERED-DATE.
           WRITE PH-PRICE-REC.
       560-EXIT.
           EXIT.

       580-WRITE-NEW-PRICE.
           MOVE SPACES            TO PH-PRICE-REC.
           MOVE CC-CHARGE-CODE    TO PH-CHARGE-CODE.
           MOVE PRICE-EFF-DATE-WS TO PH-EFFECTIVE-FROM.
           MOVE 99999999          TO PH-EFFECTIVE-TO.
           MOVE CT-RATE           TO PH-RATE.
           MOVE LATEST-RATE-WS    TO PH-PRIOR-RATE.
           MOVE BUSINESS-DATE-WS  TO PH-ENTERED-DATE.
           WRITE PH-PRICE-REC.
       580-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE CT-TRANS-CODE  TO RJ-TRANS-CODE.
           MOVE CT-CHARGE-CODE TO RJ-CHARGE-CODE.
               CLOSE CHGCODES
               OPEN I-O CHGCODES
           END-IF.
           OPEN I-O CHGPRHST.
           IF CHGPRHST-MISSING
               OPEN OUTPUT CHGPRHST
               CLOSE CHGPRHST
               OPEN I-O CHGPRHST
           END-IF.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE CHGCTRAN, CHGCODES, CHGPRHST, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, CHGCODES-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per charge code field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'CHGCMNT'      TO CJP-PROGRAM.
           MOVE 'CHGCODES'     TO CJP-FILE-ID.
           MOVE CT-CHARGE-CODE TO CJP-KEY.
           MOVE CT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, CHGCODES-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

      * A scheduled price taking effect is journaled against the
      * charge code with no operator - nobody keyed it today; the
      * price-history entry was set up by an earlier price change.
       865-JOURNAL-DUE-PRICE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'CHGCMNT'      TO CJP-PROGRAM.
           MOVE 'CHGCODES'     TO CJP-FILE-ID.
           MOVE PH-CHARGE-CODE TO CJP-KEY.
           MOVE SPACES         TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, CHGCODES-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       865-EXIT.
           EXIT.

       900-READ-CHGCTRAN.
           READ CHGCTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
           MOVE TRANS-DEACTIVATED  TO CS-DEACT-O.
           MOVE TRANS-REJECTED     TO CS-REJECTED-O.
           WRITE SYSOUT-REC FROM CHGC-SUMMARY-LINE.
           MOVE PRICES-SCHEDULED   TO CS-SCHEDULED-O.
           MOVE PRICES-APPLIED     TO CS-APPLIED-O.
           WRITE SYSOUT-REC FROM CHGC-PRICE-SUMMARY-LINE.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
