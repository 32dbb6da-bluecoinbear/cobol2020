       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AUDFMNT.
      * Posts the claims payment auditors' findings to the audit
      * sample master. Modeled on MEMBMNT: the transactions are the
      * findings file AUDSAMPL wrote for the month, completed by the
      * auditor, applied against the keyed master with rejects to
      * SYSOUT and a summary line at end of run. An entry still
      * carrying no finding code has not been reviewed and is
      * passed over, so a partly worked file can be fed in and fed
      * in again once the rest is done; posting a finding against a
      * claim already reviewed replaces the earlier one.
      *
      * Finding codes: C - paid correctly; O - over-paid and U -
      * under-paid, each with the amount that should have paid;
      * R - right money, wrong reason code, with the code that
      * should have applied.
      * Every audit sample field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDFIND   ASSIGN TO AUDFIND
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AUDFIND-ST.
           SELECT AUDSAMP   ASSIGN TO AUDSAMP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AS-SAMPLE-KEY
                  FILE STATUS IS AUDSAMP-STATUS.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDFIND
           RECORD CONTAINS 80 CHARACTERS.
           COPY AUDFIND.

       FD  AUDSAMP
           RECORD CONTAINS 150 CHARACTERS.
           COPY AUDSAMP.

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

       01  FILE-STATUS-WS.
           05 AUDFIND-ST                        PIC X(02).
               88 AUDFIND-OK                               VALUE '00'.
           05 AUDSAMP-STATUS                    PIC X(02).
               88 AUDSAMP-FOUND                            VALUE '00'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-NOT-REVIEWED                PIC 9(07)  VALUE ZERO.
           05 TRANS-POSTED                      PIC 9(07)  VALUE ZERO.
           05 TRANS-REPLACED                    PIC 9(07)  VALUE ZERO.
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

       01  FIND-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-SAMPLE-MONTH                   PIC 9(06).
           05 FILLER                            PIC X(01) VALUE '/'.
           05 RJ-SAMPLE-NO                      PIC 9(04).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-FINDING-CODE                   PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  FIND-SUMMARY-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'TRANS READ: '.
           05 FS-TRANS-READ-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  UNWORKED: '.
           05 FS-NOT-REVIEWED-O                 PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(10)
                  VALUE '  POSTED: '.
           05 FS-POSTED-O                       PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(08)
                  VALUE '  REPL: '.
           05 FS-REPLACED-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(07)
                  VALUE '  REJ: '.
           05 FS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * audit sample master's fields.
           COPY CHGJPARM.
       01  AUDSAMP-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 021.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-SAMPLE-MONTH         0001006N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-SAMPLE-NO            0007004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-SOURCE               0011001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-POLICY-NO            0012009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-CLAIM-SEQ            0021004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-LAST-NAME            0025010N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-FIRST-NAME           0035015N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-SERVICE-DATE         0050008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-RUN-DATE             0058008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-BILLED-AMOUNT        0066009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-AMOUNT-PAID          0075009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-REASON-CODE          0084004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-HIGH-DOLLAR-IND      0088001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-APPEAL-IND           0089001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-WEIGHT               0090001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-EXPANSION-FACTOR     0091007N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-FINDING-CODE         0098001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-CORRECT-AMOUNT       0099009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-CORRECT-REASON       0108004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-AUDITOR-ID           0112008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AS-REVIEW-DATE          0120008N'.

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
           IF NOT AUDSAMP-FOUND
               MOVE "AUDIT SAMPLE MASTER NOT AVAILABLE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           PERFORM 900-READ-AUDFIND.

           IF NO-MORE-TRANS
               MOVE "EMPTY AUDIT FINDINGS FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

      * The review date stamped on each finding is the shared
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
           IF AF-NOT-REVIEWED
               ADD +1 TO TRANS-NOT-REVIEWED
           ELSE
               PERFORM 300-POST-FINDING THRU 300-EXIT.
           PERFORM 900-READ-AUDFIND THRU 900-EXIT.

      * The entry must be the claim the worksheet showed: the policy
      * on the findings record has to match the sample master's.
       300-POST-FINDING.
           MOVE "300-POST-FINDING" TO PARA-NAME.
           MOVE SPACES TO RJ-REASON.
           IF NOT AF-VALID-FINDING
               MOVE 'INVALID FINDING CODE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           MOVE AF-SAMPLE-MONTH TO AS-SAMPLE-MONTH.
           MOVE AF-SAMPLE-NO    TO AS-SAMPLE-NO.
           READ AUDSAMP.
           MOVE AS-SAMPLE-REC TO CJP-BEFORE-IMAGE.
           IF NOT AUDSAMP-FOUND
               MOVE 'SAMPLE ENTRY NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF AF-POLICY-NO NOT = AS-POLICY-NO
               MOVE 'POLICY DOES NOT MATCH SAMPLE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF AF-AUDITOR-ID = SPACES
               MOVE 'AUDITOR ID MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           EVALUATE TRUE
               WHEN AF-CORRECT
                   MOVE AS-AMOUNT-PAID TO AS-CORRECT-AMOUNT
                   MOVE AS-REASON-CODE TO AS-CORRECT-REASON
               WHEN AF-OVERPAID
                   PERFORM 400-EDIT-OVERPAID THRU 400-EXIT
               WHEN AF-UNDERPAID
                   PERFORM 420-EDIT-UNDERPAID THRU 420-EXIT
               WHEN AF-WRONG-REASON
                   PERFORM 440-EDIT-WRONG-REASON THRU 440-EXIT
           END-EVALUATE.
           IF RJ-REASON NOT = SPACES
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF AS-NOT-REVIEWED
               ADD +1 TO TRANS-POSTED
           ELSE
               ADD +1 TO TRANS-REPLACED.
           MOVE AF-FINDING-CODE  TO AS-FINDING-CODE.
           MOVE AF-AUDITOR-ID    TO AS-AUDITOR-ID.
           MOVE BUSINESS-DATE-WS TO AS-REVIEW-DATE.
           MOVE AS-SAMPLE-REC TO CJP-AFTER-IMAGE.
           REWRITE AS-SAMPLE-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
       300-EXIT.
           EXIT.

      * Over-paid: what should have paid is keyed and is less than
      * what did. The reason code stands as adjudicated.
       400-EDIT-OVERPAID.
           MOVE SPACES TO RJ-REASON.
           IF AF-CORRECT-AMOUNT NOT NUMERIC
               MOVE 'CORRECT AMOUNT NOT NUMERIC' TO RJ-REASON
               GO TO 400-EXIT.
           IF AF-CORRECT-AMOUNT NOT < AS-AMOUNT-PAID
               MOVE 'CORRECT AMOUNT NOT BELOW PAID' TO RJ-REASON
               GO TO 400-EXIT.
           MOVE AF-CORRECT-AMOUNT TO AS-CORRECT-AMOUNT.
           MOVE AS-REASON-CODE    TO AS-CORRECT-REASON.
       400-EXIT.
           EXIT.

      * Under-paid: what should have paid is more than what did - on
      * a decline, anything above zero.
       420-EDIT-UNDERPAID.
           MOVE SPACES TO RJ-REASON.
           IF AF-CORRECT-AMOUNT NOT NUMERIC
               MOVE 'CORRECT AMOUNT NOT NUMERIC' TO RJ-REASON
               GO TO 420-EXIT.
           IF AF-CORRECT-AMOUNT NOT > AS-AMOUNT-PAID
               MOVE 'CORRECT AMOUNT NOT ABOVE PAID' TO RJ-REASON
               GO TO 420-EXIT.
           MOVE AF-CORRECT-AMOUNT TO AS-CORRECT-AMOUNT.
           MOVE AF-CORRECT-REASON TO AS-CORRECT-REASON.
       420-EXIT.
           EXIT.

      * Wrong reason: the money was right but the claim carried the
      * wrong reason code - a procedural error only.
       440-EDIT-WRONG-REASON.
           MOVE SPACES TO RJ-REASON.
           IF AF-CORRECT-REASON = SPACES
               MOVE 'CORRECT REASON CODE MISSING' TO RJ-REASON
               GO TO 440-EXIT.
           IF AF-CORRECT-REASON = AS-REASON-CODE
               MOVE 'REASON CODE SAME AS CLAIM' TO RJ-REASON
               GO TO 440-EXIT.
           MOVE AS-AMOUNT-PAID    TO AS-CORRECT-AMOUNT.
           MOVE AF-CORRECT-REASON TO AS-CORRECT-REASON.
       440-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE AF-SAMPLE-MONTH TO RJ-SAMPLE-MONTH.
           MOVE AF-SAMPLE-NO    TO RJ-SAMPLE-NO.
           MOVE AF-FINDING-CODE TO RJ-FINDING-CODE.
           WRITE SYSOUT-REC FROM FIND-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT AUDFIND.
           OPEN I-O AUDSAMP.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE AUDFIND, AUDSAMP, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, AUDSAMP-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per audit sample field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'           TO CJP-FUNCTION.
           MOVE 'AUDFMNT'     TO CJP-PROGRAM.
           MOVE 'AUDSAMP'     TO CJP-FILE-ID.
           MOVE AS-SAMPLE-KEY TO CJP-KEY.
           MOVE AF-AUDITOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, AUDSAMP-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-AUDFIND.
           READ AUDFIND
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO FS-TRANS-READ-O.
           MOVE TRANS-NOT-REVIEWED TO FS-NOT-REVIEWED-O.
           MOVE TRANS-POSTED       TO FS-POSTED-O.
           MOVE TRANS-REPLACED     TO FS-REPLACED-O.
           MOVE TRANS-REJECTED     TO FS-REJECTED-O.
           WRITE SYSOUT-REC FROM FIND-SUMMARY-LINE.

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
           DISPLAY "*** ABNORMAL END OF JOB - AUDFMNT ***"
               UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
