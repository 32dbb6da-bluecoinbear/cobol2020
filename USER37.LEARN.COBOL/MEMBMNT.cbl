       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MEMBMNT.
      * Maintenance for the covered-member master CLAIMRPT checks
      * each claim's patient against. Modeled on POLMAINT: a batch
      * transaction file of adds, changes and terminates against
      * the keyed master, rejects to SYSOUT and a summary line at
      * end of run. A member can only be enrolled under a policy
      * already on the policy master. Terminating a member closes
      * the coverage on the end date keyed (the business date when
      * none is keyed) but leaves the entry on file, so claims for
      * service before that date still adjudicate and the statement
      * and EOB runs can still name the member.
      * Every member field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBTRAN  ASSIGN TO MEMBTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MEMBTRAN-ST.
           SELECT MEMBMSTR  ASSIGN TO MEMBMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MB-MEMBER-KEY
                  FILE STATUS IS MEMBMSTR-STATUS.
           SELECT POLMSTR   ASSIGN TO POLMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POL-POLICY-NO
                  FILE STATUS IS POLMSTR-STATUS.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  MEMBTRAN-REC.
           05 MT-TRANS-CODE                     PIC X(01).
               88 MT-ADD                                    VALUE 'A'.
               88 MT-CHANGE                                 VALUE 'C'.
               88 MT-TERMINATE                              VALUE 'T'.
           05 MT-POLICY-NO                      PIC 9(09).
           05 MT-MEMBER-SEQ                     PIC 9(02).
           05 MT-LAST-NAME                      PIC X(10).
           05 MT-FIRST-NAME                     PIC X(15).
           05 MT-RELATIONSHIP                   PIC X(01).
           05 MT-BIRTH-DATE                     PIC 9(08).
           05 MT-COVERAGE-START                 PIC 9(08).
           05 MT-COVERAGE-END                   PIC 9(08).
           05 FILLER                            PIC X(18).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 MT-OPERATOR-ID                    PIC X(08).

       FD  MEMBMSTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY MEMBMSTR.

       FD  POLMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY POLMSTR.

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
           COPY RUNPARM.

       FD  SYSOUT
           RECORD CONTAINS 110 CHARACTERS.
       01  SYSOUT-REC                           PIC X(110).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 MEMBER-EDIT-SW                    PIC X(01)  VALUE 'Y'.
               88 MEMBER-EDIT-OK                           VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 MEMBTRAN-ST                       PIC X(02).
               88 MEMBTRAN-OK                              VALUE '00'.
           05 MEMBMSTR-STATUS                   PIC X(02).
               88 MEMBMSTR-FOUND                           VALUE '00'.
               88 MEMBMSTR-MISSING                         VALUE '35'.
           05 POLMSTR-STATUS                    PIC X(02).
               88 POLMSTR-FOUND                            VALUE '00'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-ADDED                       PIC 9(07)  VALUE ZERO.
           05 TRANS-CHANGED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-TERMINATED                  PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.

       01  DATE-FIELDS-WS.
           05 BUSINESS-DATE-WS                  PIC 9(08)  VALUE ZERO.

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

       01  MEMB-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-TRANS-CODE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-POLICY-NO                      PIC 9(09).
           05 FILLER                            PIC X(01) VALUE '-'.
           05 RJ-MEMBER-SEQ                     PIC 9(02).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  MEMB-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
                  VALUE 'TRANS READ:      '.
           05 MS-TRANS-READ-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'ADDED:    '.
           05 MS-ADDED-O                        PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'CHANGED:  '.
           05 MS-CHANGED-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(12)
                  VALUE 'TERMINATED: '.
           05 MS-TERMINATED-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'REJECTED:  '.
           05 MS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * member master's fields.
           COPY CHGJPARM.
       01  MEMBMSTR-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 009.
           05 FILLER                            PIC X(32)
                  VALUE 'MB-POLICY-NO            0001009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'MB-MEMBER-SEQ           0010002N'.
           05 FILLER                            PIC X(32)
                  VALUE 'MB-LAST-NAME            0012010N'.
           05 FILLER                            PIC X(32)
                  VALUE 'MB-FIRST-NAME           0022015N'.
           05 FILLER                            PIC X(32)
                  VALUE 'MB-RELATIONSHIP         0037001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'MB-BIRTH-DATE           0038008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'MB-COVERAGE-START       0046008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'MB-COVERAGE-END         0054008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'MB-STATUS               0062001N'.

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
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS THRU 050-EXIT.
           PERFORM 800-OPEN-FILES.
           PERFORM 900-READ-MEMBTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY MEMBER TRANSACTION FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

      * The default end date on a terminate is the shared business
      * date when the job driver supplies one, today's otherwise.
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
           PERFORM 900-READ-MEMBTRAN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           EVALUATE TRUE
               WHEN MT-ADD
                   PERFORM 400-ADD-MEMBER THRU 400-EXIT
               WHEN MT-CHANGE
                   PERFORM 450-CHANGE-MEMBER THRU 450-EXIT
               WHEN MT-TERMINATE
                   PERFORM 480-TERMINATE-MEMBER THRU 480-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

      * A member is only enrolled under a policy the policy master
      * already knows and has not terminated.
       400-ADD-MEMBER.
           MOVE "400-ADD-MEMBER" TO PARA-NAME.
           MOVE MT-POLICY-NO TO POL-POLICY-NO.
           READ POLMSTR.
           IF NOT POLMSTR-FOUND
               MOVE 'POLICY NOT ON POLICY MASTER' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF POL-TERMINATED
               MOVE 'POLICY TERMINATED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           PERFORM 430-EDIT-MEMBER-DATA THRU 430-EXIT.
           IF NOT MEMBER-EDIT-OK
               GO TO 400-EXIT.
           MOVE MT-POLICY-NO  TO MB-POLICY-NO.
           MOVE MT-MEMBER-SEQ TO MB-MEMBER-SEQ.
           READ MEMBMSTR.
           MOVE MB-MEMBER-REC TO CJP-BEFORE-IMAGE.
           IF MEMBMSTR-FOUND
               MOVE 'MEMBER ALREADY ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
           ELSE
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE 'A' TO MB-STATUS
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE MB-MEMBER-REC TO CJP-AFTER-IMAGE
               WRITE MB-MEMBER-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.

       420-MOVE-TRANS-TO-MASTER.
           MOVE MT-POLICY-NO        TO MB-POLICY-NO.
           MOVE MT-MEMBER-SEQ       TO MB-MEMBER-SEQ.
           MOVE MT-LAST-NAME        TO MB-LAST-NAME.
           MOVE MT-FIRST-NAME       TO MB-FIRST-NAME.
           MOVE MT-RELATIONSHIP     TO MB-RELATIONSHIP.
           MOVE MT-BIRTH-DATE       TO MB-BIRTH-DATE.
           MOVE MT-COVERAGE-START   TO MB-COVERAGE-START.
           MOVE MT-COVERAGE-END     TO MB-COVERAGE-END.
       420-EXIT.
           EXIT.

      * Field edits common to an add and a change. Member 01 is
      * always the subscriber, and only member 01 may be; the
      * coverage end, when keyed, cannot precede the start.
       430-EDIT-MEMBER-DATA.
           MOVE 'Y' TO MEMBER-EDIT-SW.
           IF MT-MEMBER-SEQ NOT NUMERIC OR MT-MEMBER-SEQ = ZERO
               MOVE 'MEMBER SEQUENCE MISSING' TO RJ-REASON
               GO TO 430-REJECT.
           MOVE MT-RELATIONSHIP TO MB-RELATIONSHIP.
           IF NOT MB-VALID-RELATIONSHIP
               MOVE 'INVALID RELATIONSHIP CODE' TO RJ-REASON
               GO TO 430-REJECT.
           IF (MT-MEMBER-SEQ = 1 AND NOT MB-SUBSCRIBER)
              OR (MT-MEMBER-SEQ NOT = 1 AND MB-SUBSCRIBER)
               MOVE 'SUBSCRIBER MUST BE MEMBER 01' TO RJ-REASON
               GO TO 430-REJECT.
           IF MT-BIRTH-DATE NOT NUMERIC OR MT-BIRTH-DATE = ZERO
               MOVE 'INVALID BIRTH DATE' TO RJ-REASON
               GO TO 430-REJECT.
           IF MT-COVERAGE-START NOT NUMERIC
              OR MT-COVERAGE-START = ZERO
               MOVE 'INVALID COVERAGE START DATE' TO RJ-REASON
               GO TO 430-REJECT.
           IF MT-COVERAGE-END NOT NUMERIC
               MOVE ZERO TO MT-COVERAGE-END.
           IF MT-COVERAGE-END NOT = ZERO
              AND MT-COVERAGE-END < MT-COVERAGE-START
               MOVE 'COVERAGE ENDS BEFORE IT STARTS' TO RJ-REASON
               GO TO 430-REJECT.
           GO TO 430-EXIT.
       430-REJECT.
           MOVE 'N' TO MEMBER-EDIT-SW.
           PERFORM 700-WRITE-REJECT THRU 700-EXIT.
       430-EXIT.
           EXIT.

       450-CHANGE-MEMBER.
           MOVE "450-CHANGE-MEMBER" TO PARA-NAME.
           MOVE MT-POLICY-NO  TO MB-POLICY-NO.
           MOVE MT-MEMBER-SEQ TO MB-MEMBER-SEQ.
           READ MEMBMSTR.
           MOVE MB-MEMBER-REC TO CJP-BEFORE-IMAGE.
           IF NOT MEMBMSTR-FOUND
               MOVE 'MEMBER NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 450-EXIT.
           PERFORM 430-EDIT-MEMBER-DATA THRU 430-EXIT.
           IF MEMBER-EDIT-OK
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE MB-MEMBER-REC TO CJP-AFTER-IMAGE
               REWRITE MB-MEMBER-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED.
       450-EXIT.
           EXIT.

      * A terminated member stays on the master with the coverage
      * closed on the end date, so earlier claims still pay.
       480-TERMINATE-MEMBER.
           MOVE "480-TERMINATE-MEMBER" TO PARA-NAME.
           MOVE MT-POLICY-NO  TO MB-POLICY-NO.
           MOVE MT-MEMBER-SEQ TO MB-MEMBER-SEQ.
           READ MEMBMSTR.
           MOVE MB-MEMBER-REC TO CJP-BEFORE-IMAGE.
           IF NOT MEMBMSTR-FOUND
               MOVE 'MEMBER NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 480-EXIT.
           IF MT-COVERAGE-END NUMERIC AND MT-COVERAGE-END NOT = ZERO
               MOVE MT-COVERAGE-END  TO MB-COVERAGE-END
           ELSE
               MOVE BUSINESS-DATE-WS TO MB-COVERAGE-END.
           IF MB-COVERAGE-END < MB-COVERAGE-START
               MOVE 'COVERAGE ENDS BEFORE IT STARTS' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 480-EXIT.
           MOVE 'T' TO MB-STATUS.
           MOVE MB-MEMBER-REC TO CJP-AFTER-IMAGE.
           REWRITE MB-MEMBER-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-TERMINATED.
       480-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE MT-TRANS-CODE TO RJ-TRANS-CODE.
           MOVE MT-POLICY-NO  TO RJ-POLICY-NO.
           MOVE MT-MEMBER-SEQ TO RJ-MEMBER-SEQ.
           WRITE SYSOUT-REC FROM MEMB-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT MEMBTRAN.
           OPEN INPUT POLMSTR.
           OPEN I-O MEMBMSTR.
           IF MEMBMSTR-MISSING
               OPEN OUTPUT MEMBMSTR
               CLOSE MEMBMSTR
               OPEN I-O MEMBMSTR
           END-IF.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE MEMBTRAN, POLMSTR, MEMBMSTR, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, MEMBMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per member field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'MEMBMNT'      TO CJP-PROGRAM.
           MOVE 'MEMBMSTR'     TO CJP-FILE-ID.
           MOVE MB-MEMBER-KEY  TO CJP-KEY.
           MOVE MT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, MEMBMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-MEMBTRAN.
           READ MEMBTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO MS-TRANS-READ-O.
           MOVE TRANS-ADDED        TO MS-ADDED-O.
           MOVE TRANS-CHANGED      TO MS-CHANGED-O.
           MOVE TRANS-TERMINATED   TO MS-TERMINATED-O.
           MOVE TRANS-REJECTED     TO MS-REJECTED-O.
           WRITE SYSOUT-REC FROM MEMB-SUMMARY-LINE.

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
           DISPLAY "*** ABNORMAL END OF JOB - MEMBMNT ***"
               UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
