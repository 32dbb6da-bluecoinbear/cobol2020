       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BUDGLOAD.
      * Loads the department payroll budget finance approves for
      * the year - headcount, regular pay, overtime pay and employer
      * payroll taxes by department and month - onto the DEPTBUDG
      * master BUDGVAR reports against. Modeled on DEPTMNT: a batch
      * transaction file of adds, changes and deletes against the
      * keyed master, rejects to SYSOUT and a summary line at end of
      * run. A budget can only be loaded for a department on the
      * department master. Every budget field a transaction changes
      * is written to the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGTRAN   ASSIGN TO BUDGTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BUDGTRAN-ST.
           SELECT DEPTBUDG  ASSIGN TO DEPTBUDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DB-KEY
                  FILE STATUS IS DEPTBUDG-STATUS.
           SELECT DEPTMSTR  ASSIGN TO DEPTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DP-DEPT-CODE
                  FILE STATUS IS DEPTMSTR-STATUS.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  BUDGTRAN-REC.
           05 RT-TRANS-CODE                     PIC X(01).
               88 RT-ADD                                    VALUE 'A'.
               88 RT-CHANGE                                 VALUE 'C'.
               88 RT-DELETE                                 VALUE 'D'.
           05 RT-DEPT-CODE                      PIC X(04).
           05 RT-BUDGET-YEAR                    PIC 9(04).
           05 RT-BUDGET-MONTH                   PIC 9(02).
               88 RT-VALID-MONTH                    VALUES 01 THRU 12.
           05 RT-HEADCOUNT                      PIC 9(05).
           05 RT-REGULAR-PAY                    PIC 9(09)V99.
           05 RT-OVERTIME-PAY                   PIC 9(09)V99.
           05 RT-TAXES                          PIC 9(09)V99.
           05 FILLER                            PIC X(31).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 RT-OPERATOR-ID                    PIC X(08).

       FD  DEPTBUDG
           RECORD CONTAINS 80 CHARACTERS.
           COPY DEPTBUDG.

       FD  DEPTMSTR
           RECORD CONTAINS 60 CHARACTERS.
           COPY DEPTMSTR.

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.

       01  FILE-STATUS-WS.
           05 BUDGTRAN-ST                        PIC X(02).
               88 BUDGTRAN-OK                               VALUE '00'.
           05 DEPTBUDG-STATUS                   PIC X(02).
               88 DEPTBUDG-FOUND                           VALUE '00'.
               88 DEPTBUDG-MISSING                         VALUE '35'.
           05 DEPTMSTR-STATUS                   PIC X(02).
               88 DEPTMSTR-FOUND                           VALUE '00'.
               88 DEPTMSTR-MISSING                         VALUE '35'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-ADDED                       PIC 9(07)  VALUE ZERO.
           05 TRANS-CHANGED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-DELETED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.

       01  LOAD-DATE-WS                         PIC 9(08)  VALUE ZERO.

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

       01  BUDG-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-TRANS-CODE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-DEPT-CODE                      PIC X(04).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-BUDGET-YEAR                    PIC X(04).
           05 FILLER                            PIC X(01) VALUE '/'.
           05 RJ-BUDGET-MONTH                   PIC X(02).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  BUDG-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
                  VALUE 'TRANS READ:      '.
           05 RS-TRANS-READ-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'ADDED:    '.
           05 RS-ADDED-O                        PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'CHANGED:  '.
           05 RS-CHANGED-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'DELETED:  '.
           05 RS-DELETED-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'REJECTED:  '.
           05 RS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * budget master's fields. The load date is restamped on every
      * transaction and is left off.
           COPY CHGJPARM.
       01  DEPTBUDG-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 007.
           05 FILLER                            PIC X(32)
                  VALUE 'DB-DEPT-CODE            0001004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DB-BUDGET-YEAR          0005004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DB-BUDGET-MONTH         0009002N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DB-HEADCOUNT            0011005N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DB-REGULAR-PAY          0016011N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DB-OVERTIME-PAY         0027011N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DB-TAXES                0038011N'.

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
           MOVE FUNCTION CURRENT-DATE (1:8) TO LOAD-DATE-WS.
           PERFORM 800-OPEN-FILES.
           PERFORM 900-READ-BUDGTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY BUDGET TRANS FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-PROCESS-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-BUDGTRAN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           IF RT-DEPT-CODE = SPACES
               MOVE 'DEPARTMENT CODE MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF RT-BUDGET-YEAR NOT NUMERIC
               OR RT-BUDGET-MONTH NOT NUMERIC
               MOVE 'INVALID BUDGET YEAR OR MONTH' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF NOT RT-VALID-MONTH
               MOVE 'INVALID BUDGET YEAR OR MONTH' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF (RT-ADD OR RT-CHANGE)
               AND (RT-HEADCOUNT NOT NUMERIC
                    OR RT-REGULAR-PAY NOT NUMERIC
                    OR RT-OVERTIME-PAY NOT NUMERIC
                    OR RT-TAXES NOT NUMERIC)
               MOVE 'INVALID BUDGET AMOUNT' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF RT-ADD OR RT-CHANGE
               MOVE RT-DEPT-CODE TO DP-DEPT-CODE
               READ DEPTMSTR
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT DEPTMSTR-FOUND
                   MOVE 'DEPARTMENT NOT ON MASTER' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 300-EXIT.
           EVALUATE TRUE
               WHEN RT-ADD
                   PERFORM 400-ADD-BUDGET THRU 400-EXIT
               WHEN RT-CHANGE
                   PERFORM 450-CHANGE-BUDGET THRU 450-EXIT
               WHEN RT-DELETE
                   PERFORM 480-DELETE-BUDGET THRU 480-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

       400-ADD-BUDGET.
           MOVE "400-ADD-BUDGET" TO PARA-NAME.
           PERFORM 410-MOVE-TRANS-TO-KEY THRU 410-EXIT.
           READ DEPTBUDG.
           IF DEPTBUDG-FOUND
               MOVE 'BUDGET ALREADY ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
           ELSE
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE DB-BUDGET-REC TO CJP-AFTER-IMAGE
               WRITE DB-BUDGET-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.

       410-MOVE-TRANS-TO-KEY.
           MOVE RT-DEPT-CODE        TO DB-DEPT-CODE.
           MOVE RT-BUDGET-YEAR      TO DB-BUDGET-YEAR.
           MOVE RT-BUDGET-MONTH     TO DB-BUDGET-MONTH.
       410-EXIT.
           EXIT.

       420-MOVE-TRANS-TO-MASTER.
           MOVE SPACES              TO DB-BUDGET-REC.
           PERFORM 410-MOVE-TRANS-TO-KEY THRU 410-EXIT.
           MOVE RT-HEADCOUNT        TO DB-HEADCOUNT.
           MOVE RT-REGULAR-PAY      TO DB-REGULAR-PAY.
           MOVE RT-OVERTIME-PAY     TO DB-OVERTIME-PAY.
           MOVE RT-TAXES            TO DB-TAXES.
           MOVE LOAD-DATE-WS        TO DB-LOAD-DATE.
       420-EXIT.
           EXIT.

       450-CHANGE-BUDGET.
           MOVE "450-CHANGE-BUDGET" TO PARA-NAME.
           PERFORM 410-MOVE-TRANS-TO-KEY THRU 410-EXIT.
           READ DEPTBUDG.
           MOVE DB-BUDGET-REC TO CJP-BEFORE-IMAGE.
           IF DEPTBUDG-FOUND
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE DB-BUDGET-REC TO CJP-AFTER-IMAGE
               REWRITE DB-BUDGET-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED
           ELSE
               MOVE 'BUDGET NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT.
       450-EXIT.
           EXIT.

       480-DELETE-BUDGET.
           MOVE "480-DELETE-BUDGET" TO PARA-NAME.
           PERFORM 410-MOVE-TRANS-TO-KEY THRU 410-EXIT.
           READ DEPTBUDG.
           MOVE DB-BUDGET-REC TO CJP-BEFORE-IMAGE.
           IF DEPTBUDG-FOUND
               MOVE SPACES TO CJP-AFTER-IMAGE
               DELETE DEPTBUDG RECORD
               MOVE 'D' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-DELETED
           ELSE
               MOVE 'BUDGET NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT.
       480-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE RT-TRANS-CODE   TO RJ-TRANS-CODE.
           MOVE RT-DEPT-CODE    TO RJ-DEPT-CODE.
           MOVE BUDGTRAN-REC(6:4) TO RJ-BUDGET-YEAR.
           MOVE BUDGTRAN-REC(10:2) TO RJ-BUDGET-MONTH.
           WRITE SYSOUT-REC FROM BUDG-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT BUDGTRAN.
           OPEN I-O DEPTBUDG.
           IF DEPTBUDG-MISSING
               OPEN OUTPUT DEPTBUDG
               CLOSE DEPTBUDG
               OPEN I-O DEPTBUDG
           END-IF.
           OPEN OUTPUT SYSOUT.
           OPEN INPUT DEPTMSTR.
           IF DEPTMSTR-MISSING
               MOVE "NO DEPARTMENT MASTER" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE BUDGTRAN, DEPTBUDG, DEPTMSTR, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, DEPTBUDG-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per budget field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'BUDGLOAD'     TO CJP-PROGRAM.
           MOVE 'DEPTBUDG'     TO CJP-FILE-ID.
           MOVE DB-KEY         TO CJP-KEY.
           MOVE RT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, DEPTBUDG-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-BUDGTRAN.
           READ BUDGTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO RS-TRANS-READ-O.
           MOVE TRANS-ADDED        TO RS-ADDED-O.
           MOVE TRANS-CHANGED      TO RS-CHANGED-O.
           MOVE TRANS-DELETED      TO RS-DELETED-O.
           MOVE TRANS-REJECTED     TO RS-REJECTED-O.
           WRITE SYSOUT-REC FROM BUDG-SUMMARY-LINE.

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
           DISPLAY "*** ABNORMAL END OF JOB - BUDGLOAD ***"
               UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
