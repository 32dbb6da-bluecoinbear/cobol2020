       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AGNTMNT.
      * Maintenance for the agent/broker master the commission run
      * pays from. Modeled on MEMBMNT: a batch transaction file
      * against the keyed master, rejects to SYSOUT and a summary
      * line at end of run. Besides the usual adds, changes and
      * terminates, a rate transaction sets the first-year and
      * renewal commission rates for one policy type, so a schedule
      * is keyed one policy type per record. Terminating an agent
      * leaves the entry on file with the end date keyed (the
      * business date when none is keyed) - COMMCALC still needs it
      * to print the statement and recover any chargeback owed.
      * Every agent field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGNTTRAN  ASSIGN TO AGNTTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AGNTTRAN-ST.
           SELECT AGNTMSTR  ASSIGN TO AGNTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AG-AGENT-NO
                  FILE STATUS IS AGNTMSTR-STATUS.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  AGNTTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  AGNTTRAN-REC.
           05 AT-TRANS-CODE                     PIC X(01).
               88 AT-ADD                                    VALUE 'A'.
               88 AT-CHANGE                                 VALUE 'C'.
               88 AT-TERMINATE                              VALUE 'T'.
               88 AT-RATE                                   VALUE 'R'.
           05 AT-AGENT-NO                       PIC 9(05).
           05 AT-AGENT-NAME                     PIC X(30).
           05 AT-TAX-ID                         PIC X(09).
      * Appointment date on an add, end date on a terminate.
           05 AT-EFFECTIVE-DATE                 PIC 9(08).
           05 AT-POLICY-TYPE                    PIC 9(01).
           05 AT-FIRST-YEAR-RATE                PIC V999.
           05 AT-RENEWAL-RATE                   PIC V999.
           05 FILLER                            PIC X(20).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 AT-OPERATOR-ID                    PIC X(08).

       FD  AGNTMSTR
           RECORD CONTAINS 150 CHARACTERS.
           COPY AGNTMSTR.

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
           COPY RUNPARM.

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 AGENT-EDIT-SW                     PIC X(01)  VALUE 'Y'.
               88 AGENT-EDIT-OK                            VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 AGNTTRAN-ST                       PIC X(02).
               88 AGNTTRAN-OK                              VALUE '00'.
           05 AGNTMSTR-STATUS                   PIC X(02).
               88 AGNTMSTR-FOUND                           VALUE '00'.
               88 AGNTMSTR-MISSING                         VALUE '35'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-ADDED                       PIC 9(07)  VALUE ZERO.
           05 TRANS-CHANGED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-TERMINATED                  PIC 9(07)  VALUE ZERO.
           05 TRANS-RATED                       PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.

       01  DATE-FIELDS-WS.
           05 BUSINESS-DATE-WS                  PIC 9(08)  VALUE ZERO.

       77  SCHED-SUB                            PIC 9(02)  VALUE ZERO.

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

       01  AGNT-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-TRANS-CODE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-AGENT-NO                       PIC 9(05).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  AGNT-SUMMARY-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'TRANS READ: '.
           05 AS-TRANS-READ-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(08)
                  VALUE '  ADDS: '.
           05 AS-ADDED-O                        PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(07)
                  VALUE '  CHG: '.
           05 AS-CHANGED-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(08)
                  VALUE '  TERM: '.
           05 AS-TERMINATED-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(09)
                  VALUE '  RATES: '.
           05 AS-RATED-O                        PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(07)
                  VALUE '  REJ: '.
           05 AS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * agent master's fields.
           COPY CHGJPARM.
       01  AGNTMSTR-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 027.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-AGENT-NO             0001005N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-AGENT-NAME           0006030N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-TAX-ID               0036009S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-STATUS               0045001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-APPOINT-DATE         0046008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-TERM-DATE            0054008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-FIRST-YEAR-RATE(01)  0062003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-RENEWAL-RATE(01)     0065003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-FIRST-YEAR-RATE(02)  0068003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-RENEWAL-RATE(02)     0071003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-FIRST-YEAR-RATE(03)  0074003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-RENEWAL-RATE(03)     0077003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-FIRST-YEAR-RATE(04)  0080003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-RENEWAL-RATE(04)     0083003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-FIRST-YEAR-RATE(05)  0086003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-RENEWAL-RATE(05)     0089003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-FIRST-YEAR-RATE(06)  0092003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-RENEWAL-RATE(06)     0095003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-FIRST-YEAR-RATE(07)  0098003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-RENEWAL-RATE(07)     0101003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-FIRST-YEAR-RATE(08)  0104003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-RENEWAL-RATE(08)     0107003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-FIRST-YEAR-RATE(09)  0110003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-RENEWAL-RATE(09)     0113003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-YTD-COMMISSION       0116009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-DEBIT-BALANCE        0125009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AG-LAST-STMT-PERIOD     0134006N'.

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
           PERFORM 900-READ-AGNTTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY AGENT TRANSACTION FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

      * The default appointment and end dates are the shared
      * business date when the job driver supplies one, today's
      * otherwise.
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
           PERFORM 900-READ-AGNTTRAN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           EVALUATE TRUE
               WHEN AT-ADD
                   PERFORM 400-ADD-AGENT THRU 400-EXIT
               WHEN AT-CHANGE
                   PERFORM 450-CHANGE-AGENT THRU 450-EXIT
               WHEN AT-TERMINATE
                   PERFORM 480-TERMINATE-AGENT THRU 480-EXIT
               WHEN AT-RATE
                   PERFORM 500-SET-COMMISSION-RATE THRU 500-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

      * A new agent goes on with an empty schedule - nothing is
      * paid until the rates are keyed - and no commission history.
       400-ADD-AGENT.
           MOVE "400-ADD-AGENT" TO PARA-NAME.
           PERFORM 430-EDIT-AGENT-DATA THRU 430-EXIT.
           IF NOT AGENT-EDIT-OK
               GO TO 400-EXIT.
           MOVE AT-AGENT-NO TO AG-AGENT-NO.
           READ AGNTMSTR.
           MOVE AG-AGENT-REC TO CJP-BEFORE-IMAGE.
           IF AGNTMSTR-FOUND
               MOVE 'AGENT ALREADY ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE SPACES TO AG-AGENT-REC.
           MOVE AT-AGENT-NO TO AG-AGENT-NO.
           PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT.
           IF AT-EFFECTIVE-DATE NUMERIC
              AND AT-EFFECTIVE-DATE NOT = ZERO
               MOVE AT-EFFECTIVE-DATE TO AG-APPOINT-DATE
           ELSE
               MOVE BUSINESS-DATE-WS  TO AG-APPOINT-DATE.
           MOVE ZERO TO AG-TERM-DATE.
           PERFORM 410-CLEAR-SCHEDULE THRU 410-EXIT
               VARYING SCHED-SUB FROM 1 BY 1
                   UNTIL SCHED-SUB > 9.
           MOVE ZERO TO AG-YTD-COMMISSION.
           MOVE ZERO TO AG-DEBIT-BALANCE.
           MOVE ZERO TO AG-LAST-STMT-PERIOD.
           MOVE 'A' TO AG-STATUS.
           MOVE SPACES TO CJP-BEFORE-IMAGE.
           MOVE AG-AGENT-REC TO CJP-AFTER-IMAGE.
           WRITE AG-AGENT-REC.
           MOVE 'A' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.

       410-CLEAR-SCHEDULE.
           MOVE ZERO TO AG-FIRST-YEAR-RATE (SCHED-SUB).
           MOVE ZERO TO AG-RENEWAL-RATE (SCHED-SUB).
       410-EXIT.
           EXIT.

       420-MOVE-TRANS-TO-MASTER.
           MOVE AT-AGENT-NAME       TO AG-AGENT-NAME.
           MOVE AT-TAX-ID           TO AG-TAX-ID.
       420-EXIT.
           EXIT.

      * Field edits common to an add and a change.
       430-EDIT-AGENT-DATA.
           MOVE 'Y' TO AGENT-EDIT-SW.
           IF AT-AGENT-NO NOT NUMERIC OR AT-AGENT-NO = ZERO
               MOVE 'AGENT NUMBER MISSING' TO RJ-REASON
               GO TO 430-REJECT.
           IF AT-AGENT-NAME = SPACES
               MOVE 'AGENT NAME MISSING' TO RJ-REASON
               GO TO 430-REJECT.
           IF AT-TAX-ID NOT NUMERIC
               MOVE 'INVALID TAX ID' TO RJ-REASON
               GO TO 430-REJECT.
           GO TO 430-EXIT.
       430-REJECT.
           MOVE 'N' TO AGENT-EDIT-SW.
           PERFORM 700-WRITE-REJECT THRU 700-EXIT.
       430-EXIT.
           EXIT.

       450-CHANGE-AGENT.
           MOVE "450-CHANGE-AGENT" TO PARA-NAME.
           MOVE AT-AGENT-NO TO AG-AGENT-NO.
           READ AGNTMSTR.
           MOVE AG-AGENT-REC TO CJP-BEFORE-IMAGE.
           IF NOT AGNTMSTR-FOUND
               MOVE 'AGENT NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 450-EXIT.
           PERFORM 430-EDIT-AGENT-DATA THRU 430-EXIT.
           IF AGENT-EDIT-OK
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE AG-AGENT-REC TO CJP-AFTER-IMAGE
               REWRITE AG-AGENT-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED.
       450-EXIT.
           EXIT.

      * A terminated agent stays on the master so commission still
      * due, and any chargeback owed, can be settled.
       480-TERMINATE-AGENT.
           MOVE "480-TERMINATE-AGENT" TO PARA-NAME.
           MOVE AT-AGENT-NO TO AG-AGENT-NO.
           READ AGNTMSTR.
           MOVE AG-AGENT-REC TO CJP-BEFORE-IMAGE.
           IF NOT AGNTMSTR-FOUND
               MOVE 'AGENT NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 480-EXIT.
           IF AT-EFFECTIVE-DATE NUMERIC
              AND AT-EFFECTIVE-DATE NOT = ZERO
               MOVE AT-EFFECTIVE-DATE TO AG-TERM-DATE
           ELSE
               MOVE BUSINESS-DATE-WS  TO AG-TERM-DATE.
           IF AG-TERM-DATE < AG-APPOINT-DATE
               MOVE 'END DATE BEFORE APPOINTMENT' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 480-EXIT.
           MOVE 'T' TO AG-STATUS.
           MOVE AG-AGENT-REC TO CJP-AFTER-IMAGE.
           REWRITE AG-AGENT-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-TERMINATED.
       480-EXIT.
           EXIT.

      * One policy type's first-year and renewal rates. A rate is
      * a fraction of premium (.200 is twenty percent); the renewal
      * rate may not exceed the first-year rate.
       500-SET-COMMISSION-RATE.
           MOVE "500-SET-COMMISSION-RATE" TO PARA-NAME.
           MOVE AT-AGENT-NO TO AG-AGENT-NO.
           READ AGNTMSTR.
           MOVE AG-AGENT-REC TO CJP-BEFORE-IMAGE.
           IF NOT AGNTMSTR-FOUND
               MOVE 'AGENT NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           IF AT-POLICY-TYPE NOT NUMERIC OR AT-POLICY-TYPE = ZERO
               MOVE 'INVALID POLICY TYPE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           IF AT-FIRST-YEAR-RATE NOT NUMERIC
              OR AT-RENEWAL-RATE NOT NUMERIC
               MOVE 'INVALID COMMISSION RATE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           IF AT-RENEWAL-RATE > AT-FIRST-YEAR-RATE
               MOVE 'RENEWAL RATE OVER FIRST YEAR' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           MOVE AT-POLICY-TYPE TO SCHED-SUB.
           MOVE AT-FIRST-YEAR-RATE TO AG-FIRST-YEAR-RATE (SCHED-SUB).
           MOVE AT-RENEWAL-RATE    TO AG-RENEWAL-RATE (SCHED-SUB).
           MOVE AG-AGENT-REC TO CJP-AFTER-IMAGE.
           REWRITE AG-AGENT-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-RATED.
       500-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE AT-TRANS-CODE TO RJ-TRANS-CODE.
           MOVE AT-AGENT-NO   TO RJ-AGENT-NO.
           WRITE SYSOUT-REC FROM AGNT-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT AGNTTRAN.
           OPEN I-O AGNTMSTR.
           IF AGNTMSTR-MISSING
               OPEN OUTPUT AGNTMSTR
               CLOSE AGNTMSTR
               OPEN I-O AGNTMSTR
           END-IF.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE AGNTTRAN, AGNTMSTR, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, AGNTMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per agent field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'AGNTMNT'      TO CJP-PROGRAM.
           MOVE 'AGNTMSTR'     TO CJP-FILE-ID.
           MOVE AT-AGENT-NO    TO CJP-KEY.
           MOVE AT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, AGNTMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-AGNTTRAN.
           READ AGNTTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO AS-TRANS-READ-O.
           MOVE TRANS-ADDED        TO AS-ADDED-O.
           MOVE TRANS-CHANGED      TO AS-CHANGED-O.
           MOVE TRANS-TERMINATED   TO AS-TERMINATED-O.
           MOVE TRANS-RATED        TO AS-RATED-O.
           MOVE TRANS-REJECTED     TO AS-REJECTED-O.
           WRITE SYSOUT-REC FROM AGNT-SUMMARY-LINE.

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
           DISPLAY "*** ABNORMAL END OF JOB - AGNTMNT ***"
               UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
