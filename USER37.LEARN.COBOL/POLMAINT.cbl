                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POL-POLICY-NO
                  FILE STATUS IS POLMSTR-STATUS.
           SELECT AGNTMSTR  ASSIGN TO AGNTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AG-AGENT-NO
                  FILE STATUS IS AGNTMSTR-STATUS.
           SELECT POLCANX   ASSIGN TO POLCANX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS POLCANX-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  POLTRAN
           RECORD CONTAINS 108 CHARACTERS.
       01  POLTRAN-REC.
           05 PT-TRANS-CODE                     PIC X(01).
               88 PT-ADD                                    VALUE 'A'.
           05 PT-LAST-NAME                      PIC X(10).
           05 PT-FIRST-NAME                     PIC X(15).
           05 PT-BENEFIT-DATE                   PIC 9(08).
      * On a terminate the benefit date column carries the date the
      * cover ends; left blank it ends on the business date.
           05 PT-TERM-DATE REDEFINES PT-BENEFIT-DATE
                                                PIC 9(08).
           05 PT-POLICY-AMOUNT                  PIC S9(7)V99.
           05 PT-COINSURANCE                    PIC V999.
           05 PT-OTHER-CARRIER                  PIC X(10).
               88 PT-OTHER-IS-PRIMARY                       VALUE 'S'.
           05 PT-PREMIUM-AMOUNT                 PIC S9(5)V99.
           05 PT-PAID-TO-DATE                   PIC 9(08).
           05 PT-WRITING-AGENT                  PIC 9(05).
           05 FILLER                            PIC X(04).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 PT-OPERATOR-ID                    PIC X(08).

       FD  POLMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY POLMSTR.

       FD  AGNTMSTR
           RECORD CONTAINS 150 CHARACTERS.
           COPY AGNTMSTR.

      * Every termination, for the cancellation run's unearned
      * premium refund.
       FD  POLCANX
           RECORD CONTAINS 80 CHARACTERS.
           COPY POLCANX.

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
           COPY RUNPARM.

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).
       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 AGENT-EDIT-SW                     PIC X(01)  VALUE 'Y'.
               88 AGENT-EDIT-OK                            VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 POLTRAN-ST                        PIC X(02).
               88 POLTRAN-OK                               VALUE '00'.
           05 POLMSTR-STATUS                    PIC X(02).
               88 POLMSTR-FOUND                            VALUE '00'.
           05 AGNTMSTR-STATUS                   PIC X(02).
               88 AGNTMSTR-FOUND                           VALUE '00'.
           05 POLCANX-ST                        PIC X(02).
               88 POLCANX-OK                               VALUE '00'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

           05 TRANS-TERMINATED                  PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.

       01  DATE-FIELDS-WS.
           05 BUSINESS-DATE-WS                  PIC 9(08)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.
                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * policy master's fields.
           COPY CHGJPARM.
           COPY POLFMAP.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.


       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS THRU 050-EXIT.
           PERFORM 800-OPEN-FILES.
           PERFORM 900-READ-POLTRAN.

               MOVE "EMPTY POLICY TRANSACTION FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

      * The default termination date is the shared business date
      * when the job driver supplies one, today's otherwise.
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
               MOVE 'POLICY ALREADY ON FILE' TO RJ-REASON
               WRITE SYSOUT-REC FROM POL-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 400-EXIT.
           PERFORM 445-EDIT-WRITING-AGENT THRU 445-EXIT.
           IF AGENT-EDIT-OK
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE 'A' TO POL-STATUS
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE POL-MASTER-REC TO CJP-AFTER-IMAGE
               WRITE POL-MASTER-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.
           MOVE PT-POLICY-TYPE      TO POL-POLICY-TYPE.
           MOVE PT-LAST-NAME        TO POL-LAST-NAME.
           MOVE PT-FIRST-NAME       TO POL-FIRST-NAME.
      * Keying a new anniversary means a new renewal cycle.
           IF PT-ADD OR PT-BENEFIT-DATE NOT = POL-BENEFIT-DATE
               MOVE SPACE           TO POL-RENEWAL-NOTICE-SW.
           MOVE PT-BENEFIT-DATE     TO POL-BENEFIT-DATE.
           MOVE PT-POLICY-AMOUNT    TO POL-POLICY-AMOUNT.
           MOVE PT-COINSURANCE      TO POL-COINSURANCE.
           PERFORM 430-EDIT-OTHER-COVERAGE THRU 430-EXIT.
           PERFORM 440-EDIT-PREMIUM-TERMS THRU 440-EXIT.
           MOVE PT-WRITING-AGENT    TO POL-WRITING-AGENT.
       420-EXIT.
           EXIT.

       440-EXIT.
           EXIT.

      * The writing agent must be on the agent master, and a new
      * policy cannot be written to an agent already terminated.
      * Blank or zero means no agent - the policy pays no commission.
       445-EDIT-WRITING-AGENT.
           MOVE 'Y' TO AGENT-EDIT-SW.
           IF PT-WRITING-AGENT NOT NUMERIC
               MOVE ZERO TO PT-WRITING-AGENT.
           IF PT-WRITING-AGENT = ZERO
               GO TO 445-EXIT.
           MOVE PT-WRITING-AGENT TO AG-AGENT-NO.
           READ AGNTMSTR.
           IF NOT AGNTMSTR-FOUND
               MOVE 'WRITING AGENT NOT ON FILE' TO RJ-REASON
               GO TO 445-REJECT.
           IF PT-ADD AND AG-TERMINATED
               MOVE 'WRITING AGENT TERMINATED' TO RJ-REASON
               GO TO 445-REJECT.
           GO TO 445-EXIT.
       445-REJECT.
           MOVE 'N' TO AGENT-EDIT-SW.
           MOVE PT-TRANS-CODE TO RJ-TRANS-CODE.
           MOVE PT-POLICY-NO TO RJ-POLICY-NO.
           WRITE SYSOUT-REC FROM POL-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       445-EXIT.
           EXIT.

       450-CHANGE-POLICY.
           MOVE "450-CHANGE-POLICY" TO PARA-NAME.
           MOVE PT-POLICY-NO TO POL-POLICY-NO.
           READ POLMSTR.
           IF NOT POLMSTR-FOUND
               MOVE PT-TRANS-CODE TO RJ-TRANS-CODE
               MOVE PT-POLICY-NO TO RJ-POLICY-NO
               MOVE 'POLICY NOT ON FILE' TO RJ-REASON
               WRITE SYSOUT-REC FROM POL-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 450-EXIT.
           MOVE POL-MASTER-REC TO CJP-BEFORE-IMAGE.
           PERFORM 445-EDIT-WRITING-AGENT THRU 445-EXIT.
           IF AGENT-EDIT-OK
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE POL-MASTER-REC TO CJP-AFTER-IMAGE
               REWRITE POL-MASTER-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED.
       450-EXIT.
           EXIT.

      * A terminated policy stays on the master with POL-TERMINATED
      * set, so CLAIMRPT can decline its claims by name instead of
      * treating it the same as a policy that never existed. The
      * termination goes to the cancellation extract with its date,
      * so premium paid beyond it can be refunded.
       480-TERMINATE-POLICY.
           MOVE "480-TERMINATE-POLICY" TO PARA-NAME.
           MOVE PT-POLICY-NO TO POL-POLICY-NO.
           READ POLMSTR.
           IF NOT POLMSTR-FOUND
               MOVE PT-TRANS-CODE TO RJ-TRANS-CODE
               MOVE PT-POLICY-NO TO RJ-POLICY-NO
               MOVE 'POLICY NOT ON FILE' TO RJ-REASON
               WRITE SYSOUT-REC FROM POL-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 480-EXIT.
           IF POL-TERMINATED
               MOVE PT-TRANS-CODE TO RJ-TRANS-CODE
               MOVE PT-POLICY-NO TO RJ-POLICY-NO
               MOVE 'POLICY ALREADY TERMINATED' TO RJ-REASON
               WRITE SYSOUT-REC FROM POL-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 480-EXIT.
           MOVE SPACES TO PC-CANCEL-REC.
           MOVE POL-POLICY-NO    TO PC-POLICY-NO.
           IF PT-TERM-DATE NUMERIC AND PT-TERM-DATE NOT = ZERO
               MOVE PT-TERM-DATE     TO PC-TERM-DATE
           ELSE
               MOVE BUSINESS-DATE-WS TO PC-TERM-DATE.
           MOVE POL-PAID-TO-DATE TO PC-PAID-TO-DATE.
           MOVE BUSINESS-DATE-WS TO PC-ENTRY-DATE.
           MOVE POL-MASTER-REC TO CJP-BEFORE-IMAGE.
           MOVE 'T' TO POL-STATUS.
           MOVE POL-MASTER-REC TO CJP-AFTER-IMAGE.
           REWRITE POL-MASTER-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           WRITE PC-CANCEL-REC.
           ADD +1 TO TRANS-TERMINATED.
       480-EXIT.
           EXIT.

           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT POLTRAN.
           OPEN I-O POLMSTR.
           OPEN INPUT AGNTMSTR.
           OPEN EXTEND POLCANX.
           IF NOT POLCANX-OK
               OPEN OUTPUT POLCANX
           END-IF.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE POLTRAN, POLMSTR, AGNTMSTR, POLCANX, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, POLMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per policy field the transaction changed,
      * from the before and after images the caller set up.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'POLMAINT'     TO CJP-PROGRAM.
           MOVE 'POLMSTR'      TO CJP-FILE-ID.
           MOVE PT-POLICY-NO   TO CJP-KEY.
           MOVE PT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, POLMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-POLTRAN.
           READ POLTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
