       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BENEMNT.
      * Maintenance for the employee benefit enrollment master. An
      * add or change ties an active employee on the employee
      * master to an active policy on the policy master at one of
      * the coverage tiers; the tier sets the employee's share of
      * the policy's monthly premium, which PAYROL3A takes pre-tax
      * each period in place of the flat health deduction HR used
      * to key on DEDMSTR. A cancel ends the enrollment on the keyed
      * date and payroll stops taking the premium. A change carries
      * the unremitted premium balance forward with the enrollment.
      * Every enrollment field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENTRAN   ASSIGN TO BENTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BENTRAN-ST.
           SELECT BENENRL   ASSIGN TO BENENRL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BE-EMP-KEY
                  FILE STATUS IS BENENRL-STATUS.
           SELECT EMPMSTR   ASSIGN TO EMPMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EM-EMP-KEY
                  FILE STATUS IS EMPMSTR-STATUS.
           SELECT POLMSTR   ASSIGN TO POLMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POL-POLICY-NO
                  FILE STATUS IS POLMSTR-STATUS.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  BENTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  BENTRAN-REC.
           05 BT-TRANS-CODE                     PIC X(01).
               88 BT-ADD                                    VALUE 'A'.
               88 BT-CHANGE                                 VALUE 'C'.
               88 BT-CANCEL                                 VALUE 'X'.
           05 BT-EMP-KEY                        PIC X(20).
           05 BT-POLICY-NO                      PIC 9(09).
           05 BT-COVERAGE-TIER                  PIC X(02).
      * Date the enrollment starts, or on a cancel the date it ends.
      * Left blank it takes the run date.
           05 BT-EFFECTIVE-DATE                 PIC 9(08).
           05 FILLER                            PIC X(40).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 BT-OPERATOR-ID                    PIC X(08).

       FD  BENENRL
           RECORD CONTAINS 80 CHARACTERS.
           COPY BENENRL.

       FD  EMPMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPMSTR.

       FD  POLMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY POLMSTR.

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
           05 BENTRAN-ST                        PIC X(02).
               88 BENTRAN-OK                               VALUE '00'.
           05 BENENRL-STATUS                    PIC X(02).
               88 BENENRL-FOUND                            VALUE '00'.
               88 BENENRL-MISSING                          VALUE '35'.
           05 EMPMSTR-STATUS                    PIC X(02).
               88 EMPMSTR-FOUND                            VALUE '00'.
           05 POLMSTR-STATUS                    PIC X(02).
               88 POLMSTR-FOUND                            VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-ADDED                       PIC 9(07)  VALUE ZERO.
           05 TRANS-CHANGED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-CANCELLED                   PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.

      * Employee share of the monthly premium by coverage tier, in
      * the order of the tier codes; the company pays the rest.
       01  TIER-SHARE-TABLE.
           05 FILLER                            PIC X(05)
                  VALUE 'EE200'.
           05 FILLER                            PIC X(05)
                  VALUE 'ES250'.
           05 FILLER                            PIC X(05)
                  VALUE 'EC250'.
           05 FILLER                            PIC X(05)
                  VALUE 'FA300'.
       01  TIER-SHARE-TABLE-R REDEFINES TIER-SHARE-TABLE.
           05 TIER-SHARE-ENTRY OCCURS 4 TIMES INDEXED BY TIER-IDX.
               10 TS-TIER                       PIC X(02).
               10 TS-SHARE-PCT                  PIC V999.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).
           05 TRANS-DATE-WS                     PIC 9(08).

       01  BEN-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-TRANS-CODE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-EMP-KEY                        PIC X(20).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  BEN-SUMMARY-LINE.
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
                  VALUE 'CANCELLED: '.
           05 PS-CANCELLED-O                    PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * enrollment master's fields.
           COPY CHGJPARM.
       01  BENENRL-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 009.
           05 FILLER                            PIC X(32)
                  VALUE 'BE-EMP-KEY              0001020N'.
           05 FILLER                            PIC X(32)
                  VALUE 'BE-POLICY-NO            0021009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'BE-COVERAGE-TIER        0030002N'.
           05 FILLER                            PIC X(32)
                  VALUE 'BE-EMPLOYEE-SHARE-PCT   0032003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'BE-STATUS               0035001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'BE-EFFECTIVE-DATE       0036008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'BE-END-DATE             0044008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'BE-REMIT-BALANCE        0052007N'.
           05 FILLER                            PIC X(32)
                  VALUE 'BE-DEDUCTED-TO-DATE     0059009N'.

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
           PERFORM 900-READ-BENTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY ENROLLMENT TRANSACTION FILE"
                                                 TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-PROCESS-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-BENTRAN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           IF BT-EFFECTIVE-DATE NUMERIC AND BT-EFFECTIVE-DATE > ZERO
               MOVE BT-EFFECTIVE-DATE TO TRANS-DATE-WS
           ELSE
               MOVE CURR-DATE-WS TO TRANS-DATE-WS.
           EVALUATE TRUE
               WHEN BT-ADD
                   PERFORM 320-VALIDATE-ELECTION THRU 320-EXIT
                   IF TRANS-VALID
                       PERFORM 400-ADD-ENROLLMENT THRU 400-EXIT
                   END-IF
               WHEN BT-CHANGE
                   PERFORM 320-VALIDATE-ELECTION THRU 320-EXIT
                   IF TRANS-VALID
                       PERFORM 450-CHANGE-ENROLLMENT THRU 450-EXIT
                   END-IF
               WHEN BT-CANCEL
                   PERFORM 480-CANCEL-ENROLLMENT THRU 480-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 750-WRITE-REJECT THRU 750-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

      * The employee must be active on the employee master, the
      * policy active on the policy master with premium terms, and
      * the tier one the share table prices.
       320-VALIDATE-ELECTION.
           MOVE 'N' TO TRANS-VALID-SW.
           MOVE BT-EMP-KEY TO EM-EMP-KEY.
           READ EMPMSTR.
           IF NOT EMPMSTR-FOUND
               MOVE 'EMPLOYEE NOT ON FILE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 320-EXIT.
           IF NOT EM-ACTIVE
               MOVE 'EMPLOYEE NOT ACTIVE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 320-EXIT.
           IF BT-POLICY-NO NOT NUMERIC
               MOVE 'POLICY NOT ON FILE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 320-EXIT.
           MOVE BT-POLICY-NO TO POL-POLICY-NO.
           READ POLMSTR.
           IF NOT POLMSTR-FOUND
               MOVE 'POLICY NOT ON FILE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 320-EXIT.
           IF NOT POL-ACTIVE
               MOVE 'POLICY NOT ACTIVE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 320-EXIT.
           IF POL-PREMIUM-AMOUNT NOT > ZERO
               MOVE 'NO PREMIUM TERMS ON POLICY' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 320-EXIT.
           SET TIER-IDX TO 1.
           SEARCH TIER-SHARE-ENTRY
               AT END
                   MOVE 'INVALID COVERAGE TIER' TO RJ-REASON
                   PERFORM 750-WRITE-REJECT THRU 750-EXIT
                   GO TO 320-EXIT
               WHEN TS-TIER (TIER-IDX) = BT-COVERAGE-TIER
                   MOVE 'Y' TO TRANS-VALID-SW
           END-SEARCH.
       320-EXIT.
           EXIT.

      * An employee carries one enrollment; a cancelled one on file
      * is picked up again by an add, and any premium it banked but
      * never remitted goes out with the new enrollment's first
      * whole month.
       400-ADD-ENROLLMENT.
           MOVE "400-ADD-ENROLLMENT" TO PARA-NAME.
           MOVE BT-EMP-KEY TO BE-EMP-KEY.
           READ BENENRL.
           MOVE BE-ENROLL-REC TO CJP-BEFORE-IMAGE.
           IF BENENRL-FOUND AND BE-ACTIVE
               MOVE 'ENROLLMENT ALREADY ON FILE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 400-EXIT.
           PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT.
           MOVE TRANS-DATE-WS TO BE-EFFECTIVE-DATE.
           MOVE ZERO TO BE-END-DATE.
           IF BENENRL-FOUND
               MOVE BE-ENROLL-REC TO CJP-AFTER-IMAGE
               REWRITE BE-ENROLL-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
           ELSE
               MOVE ZERO TO BE-REMIT-BALANCE, BE-DEDUCTED-TO-DATE
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE BE-ENROLL-REC TO CJP-AFTER-IMAGE
               WRITE BE-ENROLL-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.

       420-MOVE-TRANS-TO-MASTER.
           MOVE BT-EMP-KEY              TO BE-EMP-KEY.
           MOVE BT-POLICY-NO            TO BE-POLICY-NO.
           MOVE BT-COVERAGE-TIER        TO BE-COVERAGE-TIER.
           MOVE TS-SHARE-PCT (TIER-IDX) TO BE-EMPLOYEE-SHARE-PCT.
           MOVE 'A'                     TO BE-STATUS.
       420-EXIT.
           EXIT.

      * A new policy or tier takes effect for the next payroll; the
      * premium already banked stays with the enrollment and remits
      * to the new policy.
       450-CHANGE-ENROLLMENT.
           MOVE "450-CHANGE-ENROLLMENT" TO PARA-NAME.
           MOVE BT-EMP-KEY TO BE-EMP-KEY.
           READ BENENRL.
           MOVE BE-ENROLL-REC TO CJP-BEFORE-IMAGE.
           IF BENENRL-FOUND AND BE-ACTIVE
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE BE-ENROLL-REC TO CJP-AFTER-IMAGE
               REWRITE BE-ENROLL-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED
           ELSE
               MOVE 'ENROLLMENT NOT ON FILE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT.
       450-EXIT.
           EXIT.

       480-CANCEL-ENROLLMENT.
           MOVE "480-CANCEL-ENROLLMENT" TO PARA-NAME.
           MOVE BT-EMP-KEY TO BE-EMP-KEY.
           READ BENENRL.
           MOVE BE-ENROLL-REC TO CJP-BEFORE-IMAGE.
           IF BENENRL-FOUND AND BE-ACTIVE
               MOVE 'I' TO BE-STATUS
               MOVE TRANS-DATE-WS TO BE-END-DATE
               MOVE BE-ENROLL-REC TO CJP-AFTER-IMAGE
               REWRITE BE-ENROLL-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CANCELLED
           ELSE
               MOVE 'ENROLLMENT NOT ON FILE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT.
       480-EXIT.
           EXIT.

       750-WRITE-REJECT.
           MOVE BT-TRANS-CODE TO RJ-TRANS-CODE.
           MOVE BT-EMP-KEY    TO RJ-EMP-KEY.
           WRITE SYSOUT-REC FROM BEN-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       750-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT BENTRAN.
           OPEN I-O BENENRL.
           IF BENENRL-MISSING
               OPEN OUTPUT BENENRL
               CLOSE BENENRL
               OPEN I-O BENENRL.
           OPEN INPUT EMPMSTR.
           OPEN INPUT POLMSTR.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE BENTRAN, BENENRL, EMPMSTR, POLMSTR, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, BENENRL-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per enrollment field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'BENEMNT'      TO CJP-PROGRAM.
           MOVE 'BENENRL'      TO CJP-FILE-ID.
           MOVE BT-EMP-KEY     TO CJP-KEY.
           MOVE BT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, BENENRL-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-BENTRAN.
           READ BENTRAN
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
           MOVE TRANS-CANCELLED    TO PS-CANCELLED-O.
           MOVE TRANS-REJECTED     TO PS-REJECTED-O.
           WRITE SYSOUT-REC FROM BEN-SUMMARY-LINE.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           MOVE ABEND-REASON TO SYSOUT-REC.
           WRITE SYSOUT-REC.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "*** ABNORMAL END OF JOB - BENEMNT ***"
               UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
