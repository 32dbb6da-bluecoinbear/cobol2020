      * in the same transaction-file style as PARTMAINT. Terminate
      * keeps the record with EM-TERMINATED set so payroll can
      * reject a terminated employee by name.
      * Every employee field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  EMPTRAN-REC.
           05 ET-TRANS-CODE                     PIC X(01).
               88 ET-ADD                                    VALUE 'A'.
           05 ET-RATE-EFF-DATE                  PIC 9(08).
           05 ET-DEPT-CODE                      PIC X(04).
           05 ET-PAY-FREQ                       PIC X(01).
      * W-4 elections, carried to the master as keyed.
           05 ET-FILING-STATUS                  PIC X(01).
               88 ET-VALID-FILING-STATUS          VALUES 'S', 'M',
                                                         'H', ' '.
           05 ET-DEPENDENTS-CREDIT              PIC 9(05).
           05 ET-EXTRA-WITHHOLDING              PIC 9(03)V99.
           05 ET-WH-EXEMPT                      PIC X(01).
               88 ET-VALID-WH-EXEMPT              VALUES 'Y', 'N',
                                                         ' '.
           05 ET-STATE-FILING-STATUS            PIC X(01).
               88 ET-VALID-STATE-STATUS           VALUES 'S', 'M',
                                                         'H', ' '.
      * Workers' comp class override - blank reports under the
      * department's class.
           05 ET-WC-CLASS                       PIC X(04).
           05 FILLER                            PIC X(01).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 ET-OPERATOR-ID                    PIC X(08).

       FD  EMPMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPMSTR.

      * DEPTMNT-maintained cost-center master an employee's keyed
                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * employee master's fields.
           COPY CHGJPARM.
       01  EMPMSTR-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 018.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-EMP-KEY              0001020N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-CATEGORY             0021001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-STD-HOURLY-RATE      0022004S'.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-STD-SALARY           0026007S'.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-STATUS               0033001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-HIRE-DATE            0034008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-TERM-DATE            0042008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-RATE-EFF-DATE        0050008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-PREV-HOURLY-RATE     0058004S'.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-DEPT-CODE            0062004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-PAY-FREQ             0066001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-FILING-STATUS        0067001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-DEPENDENTS-CREDIT    0068005N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-EXTRA-WITHHOLDING    0073005N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-WH-EXEMPT            0078001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-STATE-FILING-STATUS  0079001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-FINAL-PAY-SW         0080001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-WC-CLASS             0081004N'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

                   WRITE SYSOUT-REC FROM EMP-REJECT-LINE
                   ADD +1 TO TRANS-REJECTED
                   GO TO 300-EXIT.
      * The W-4 elections must be usable by the withholding
      * calculation before they reach the master.
           IF ET-ADD OR ET-CHANGE
               PERFORM 350-EDIT-W4-ELECTIONS THRU 350-EXIT
               IF RJ-REASON NOT = SPACES
                   MOVE ET-TRANS-CODE TO RJ-TRANS-CODE
                   MOVE ET-EMP-KEY TO RJ-EMP-KEY
                   WRITE SYSOUT-REC FROM EMP-REJECT-LINE
                   ADD +1 TO TRANS-REJECTED
                   GO TO 300-EXIT.
           EVALUATE TRUE
               WHEN ET-ADD
                   PERFORM 400-ADD-EMPLOYEE THRU 400-EXIT
       300-EXIT.
           EXIT.

       350-EDIT-W4-ELECTIONS.
           MOVE "350-EDIT-W4-ELECTIONS" TO PARA-NAME.
           MOVE SPACES TO RJ-REASON.
           IF NOT ET-VALID-FILING-STATUS
               MOVE 'INVALID FILING STATUS' TO RJ-REASON
               GO TO 350-EXIT.
           IF NOT ET-VALID-STATE-STATUS
               MOVE 'INVALID STATE FILING STATUS' TO RJ-REASON
               GO TO 350-EXIT.
           IF NOT ET-VALID-WH-EXEMPT
               MOVE 'INVALID EXEMPT INDICATOR' TO RJ-REASON
               GO TO 350-EXIT.
           IF ET-DEPENDENTS-CREDIT NOT NUMERIC
               MOVE 'INVALID DEPENDENTS CREDIT' TO RJ-REASON
               GO TO 350-EXIT.
           IF ET-EXTRA-WITHHOLDING NOT NUMERIC
               MOVE 'INVALID EXTRA WITHHOLDING' TO RJ-REASON
               GO TO 350-EXIT.
       350-EXIT.
           EXIT.

       400-ADD-EMPLOYEE.
           MOVE "400-ADD-EMPLOYEE" TO PARA-NAME.
           MOVE ET-EMP-KEY TO EM-EMP-KEY.
           READ EMPMSTR.
           MOVE EM-EMPLOYEE-REC TO CJP-BEFORE-IMAGE.
           IF EMPMSTR-FOUND
               MOVE ET-TRANS-CODE TO RJ-TRANS-CODE
               MOVE ET-EMP-KEY TO RJ-EMP-KEY
               MOVE 'A' TO EM-STATUS
               MOVE ZERO TO EM-RATE-EFF-DATE
               MOVE ZERO TO EM-PREV-HOURLY-RATE
               MOVE SPACE TO EM-FINAL-PAY-SW
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE EM-EMPLOYEE-REC TO CJP-AFTER-IMAGE
               WRITE EM-EMPLOYEE-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.
           MOVE ET-TERM-DATE        TO EM-TERM-DATE.
           MOVE ET-DEPT-CODE        TO EM-DEPT-CODE.
           MOVE ET-PAY-FREQ         TO EM-PAY-FREQ.
           MOVE ET-FILING-STATUS    TO EM-FILING-STATUS.
           MOVE ET-DEPENDENTS-CREDIT TO EM-DEPENDENTS-CREDIT.
           MOVE ET-EXTRA-WITHHOLDING TO EM-EXTRA-WITHHOLDING.
           MOVE ET-WH-EXEMPT        TO EM-WH-EXEMPT.
           MOVE ET-STATE-FILING-STATUS TO EM-STATE-FILING-STATUS.
           MOVE ET-WC-CLASS         TO EM-WC-CLASS.
       420-EXIT.
           EXIT.

           MOVE "450-CHANGE-EMPLOYEE" TO PARA-NAME.
           MOVE ET-EMP-KEY TO EM-EMP-KEY.
           READ EMPMSTR.
           MOVE EM-EMPLOYEE-REC TO CJP-BEFORE-IMAGE.
           IF EMPMSTR-FOUND
      * A change that moves the standard rate banks the outgoing
      * rate and the keyed effective date for the retro run.
                   END-IF
               END-IF
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE EM-EMPLOYEE-REC TO CJP-AFTER-IMAGE
               REWRITE EM-EMPLOYEE-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED
           ELSE
               MOVE ET-TRANS-CODE TO RJ-TRANS-CODE
           MOVE "480-TERMINATE-EMPLOYEE" TO PARA-NAME.
           MOVE ET-EMP-KEY TO EM-EMP-KEY.
           READ EMPMSTR.
           MOVE EM-EMPLOYEE-REC TO CJP-BEFORE-IMAGE.
           IF EMPMSTR-FOUND
               MOVE 'T' TO EM-STATUS
               MOVE ET-TERM-DATE TO EM-TERM-DATE
               MOVE SPACE TO EM-FINAL-PAY-SW
               MOVE EM-EMPLOYEE-REC TO CJP-AFTER-IMAGE
               REWRITE EM-EMPLOYEE-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-TERMINATED
           ELSE
               MOVE ET-TRANS-CODE TO RJ-TRANS-CODE
           CLOSE EMPTRAN, EMPMSTR, SYSOUT.
           IF DEPTMSTR-AVAILABLE
               CLOSE DEPTMSTR.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, EMPMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per employee field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'EMPMAINT'     TO CJP-PROGRAM.
           MOVE 'EMPMSTR'      TO CJP-FILE-ID.
           MOVE ET-EMP-KEY     TO CJP-KEY.
           MOVE ET-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, EMPMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-EMPTRAN.
           READ EMPTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
