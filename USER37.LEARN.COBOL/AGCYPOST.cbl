       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AGCYPOST.
      * Posts the collection agency's activity back against the
      * accounts placed with it. A payment transaction carries what
      * the agency collected from the patient and the fee it kept;
      * the gross collected comes off the placed balance and the
      * patient receivable as a bad-debt recovery, and the agency
      * fee is expensed so cash carries only the net remitted. An
      * account collected in full closes on both files. A recall
      * takes the account back from the agency: the placement is
      * marked recalled and the receivable reopens with whatever
      * is still owed, written back onto receivables from bad debt.
      * The run's recoveries and reinstatements go to the general
      * ledger in the shared GLEXTR convention, posted as of the
      * run's business date (RUNPARM's when it overrides). A
      * transaction with no date of its own takes that date too.
      * Transactions for an account not placed with the named
      * agency reject to the register.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGCYTRAN  ASSIGN TO AGCYTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS AGCYTRAN-ST.
           SELECT AGCYMSTR  ASSIGN TO AGCYMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CP-AR-KEY
                  FILE STATUS IS AGCYMSTR-STATUS.
           SELECT PATAR     ASSIGN TO PATAR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PA-AR-KEY
                  FILE STATUS IS PATAR-STATUS.
           SELECT GLEXTR    ASSIGN TO GLEXTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GLEXTR-ST.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  AGCYTRAN
           RECORD CONTAINS 80 CHARACTERS.
       01  AGCYTRAN-REC.
           05 AT-PATIENT-ID                     PIC X(09).
           05 AT-BILL-DATE                      PIC 9(08).
           05 AT-TRAN-CODE                      PIC X(01).
               88 AT-AGENCY-PAYMENT                        VALUE 'P'.
               88 AT-AGENCY-RECALL                         VALUE 'R'.
           05 AT-AGENCY-CODE                    PIC X(04).
           05 AT-GROSS-AMOUNT                   PIC 9(07)V99.
           05 AT-FEE-AMOUNT                     PIC 9(07)V99.
           05 AT-TRAN-DATE                      PIC 9(08).
           05 FILLER                            PIC X(32).

       FD  AGCYMSTR
           RECORD CONTAINS 150 CHARACTERS.
           COPY AGCYMSTR.

       FD  PATAR
           RECORD CONTAINS 120 CHARACTERS.
           COPY PATAR.

      * One balanced posting pair per kind of activity in the shared
      * GLEXTR convention for GLCONSOL.
       FD  GLEXTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLEXTR.

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.

       01  FILE-STATUS-WS.
           05 AGCYTRAN-ST                       PIC X(02).
               88 AGCYTRAN-OK                              VALUE '00'.
           05 AGCYMSTR-STATUS                   PIC X(02).
               88 AGCYMSTR-FOUND                           VALUE '00'.
           05 PATAR-STATUS                      PIC X(02).
               88 PATAR-FOUND                              VALUE '00'.
           05 GLEXTR-ST                         PIC X(02).
               88 GLEXTR-OK                                VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 PAYMENTS-POSTED                   PIC 9(07)  VALUE ZERO.
           05 ACCOUNTS-RECALLED                 PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.
           05 REINSTATED-WS                     PIC 9(09)V99
                                                           VALUE ZERO.
           05 TOT-GROSS-WS                      PIC 9(11)V99
                                                           VALUE ZERO.
           05 TOT-FEES-WS                       PIC 9(11)V99
                                                           VALUE ZERO.
           05 TOT-NET-WS                        PIC 9(11)V99
                                                           VALUE ZERO.
           05 TOT-REINSTATED-WS                 PIC 9(11)V99
                                                           VALUE ZERO.

       01  TRAN-DATE-WS                         PIC 9(08)  VALUE ZERO.
       01  CURR-DATE-WS                         PIC 9(08)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  AGCY-REGISTER-LINE.
           05 RG-PATIENT-ID                     PIC X(09).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RG-BILL-DATE                      PIC 9(08).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RG-ACTION-O                       PIC X(08).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RG-GROSS-O                        PIC $$$,$$$,$$9.99.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RG-FEE-O                          PIC $$$,$$$,$$9.99.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RG-BALANCE-O                      PIC $$$,$$$,$$9.99-.
           05 FILLER                            PIC X(01) VALUE SPACES.
           05 RG-DISP-O                         PIC X(09).

       01  AGCY-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-PATIENT-ID                     PIC X(09).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(35).

       01  AGCY-SUMMARY-LINE-1.
           05 FILLER                            PIC X(13)
                  VALUE 'TRANS READ:  '.
           05 AS-READ-O                         PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(11)
                  VALUE '  PAYMENTS:'.
           05 AS-POSTED-O                       PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  RECALLED: '.
           05 AS-RECALLED-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  REJECTED: '.
           05 AS-REJECTED-O                     PIC ZZZ,ZZ9.

       01  AGCY-SUMMARY-LINE-2.
           05 FILLER                            PIC X(07)
                  VALUE 'GROSS: '.
           05 AS-GROSS-O                        PIC $$$,$$$,$$9.99.
           05 FILLER                            PIC X(08)
                  VALUE '  FEES: '.
           05 AS-FEES-O                         PIC $$$,$$$,$$9.99.
           05 FILLER                            PIC X(07)
                  VALUE '  NET: '.
           05 AS-NET-O                          PIC $$$,$$$,$$9.99.
           05 FILLER                            PIC X(08)
                  VALUE '  BACK: '.
           05 AS-REINSTATED-O                   PIC $$$,$$$,$$9.99.

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
           PERFORM 050-CHECK-RUN-PARAMETERS.
           PERFORM 800-OPEN-FILES.
           PERFORM 900-READ-AGCYTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY AGENCY TRANSACTION FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       050-CHECK-RUN-PARAMETERS.
           OPEN INPUT RUNPARM
           IF RUNPARM-OK
               READ RUNPARM INTO RUNPARM-REC
                   AT END MOVE SPACE TO RP-DATE-OVERRIDE-SW
               END-READ
               CLOSE RUNPARM
               IF RP-DATE-OVERRIDDEN
                   MOVE RP-BUSINESS-DATE TO CURR-DATE-WS
               END-IF
           ELSE
               DISPLAY "NO RUNPARM FILE - USING SYSTEM DATE".

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-EDIT-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-AGCYTRAN THRU 900-EXIT.

      * Both transaction kinds need a live placement with the named
      * agency and the receivable behind it.
       300-EDIT-TRANSACTION.
           MOVE "300-EDIT-TRANSACTION" TO PARA-NAME.
           IF NOT (AT-AGENCY-PAYMENT OR AT-AGENCY-RECALL)
               MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
               GO TO 300-REJECT.
           MOVE AT-PATIENT-ID TO CP-PATIENT-ID.
           MOVE AT-BILL-DATE  TO CP-BILL-DATE.
           READ AGCYMSTR.
           IF NOT AGCYMSTR-FOUND
               MOVE 'ACCOUNT NOT PLACED WITH AGENCY' TO RJ-REASON
               GO TO 300-REJECT.
           IF CP-AGENCY-CODE NOT = AT-AGENCY-CODE
               MOVE 'PLACED WITH ANOTHER AGENCY' TO RJ-REASON
               GO TO 300-REJECT.
           IF NOT CP-PLACED
               MOVE 'ACCOUNT NO LONGER AT AGENCY' TO RJ-REASON
               GO TO 300-REJECT.
           MOVE AT-PATIENT-ID TO PA-PATIENT-ID.
           MOVE AT-BILL-DATE  TO PA-BILL-DATE.
           READ PATAR.
           IF NOT PATAR-FOUND
               MOVE 'RECEIVABLE NOT ON FILE' TO RJ-REASON
               GO TO 300-REJECT.
           IF AT-TRAN-DATE NUMERIC AND AT-TRAN-DATE > ZERO
               MOVE AT-TRAN-DATE TO TRAN-DATE-WS
           ELSE
               MOVE CURR-DATE-WS TO TRAN-DATE-WS.
           IF AT-AGENCY-PAYMENT
               PERFORM 400-POST-RECOVERY THRU 400-EXIT
           ELSE
               PERFORM 500-RECALL-ACCOUNT THRU 500-EXIT.
           GO TO 300-EXIT.
       300-REJECT.
           MOVE AT-PATIENT-ID TO RJ-PATIENT-ID.
           WRITE SYSOUT-REC FROM AGCY-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       300-EXIT.
           EXIT.

       400-POST-RECOVERY.
           MOVE "400-POST-RECOVERY" TO PARA-NAME.
           IF AT-GROSS-AMOUNT NOT NUMERIC
               OR AT-GROSS-AMOUNT = ZERO
               MOVE AT-PATIENT-ID TO RJ-PATIENT-ID
               MOVE 'COLLECTED AMOUNT MISSING' TO RJ-REASON
               WRITE SYSOUT-REC FROM AGCY-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 400-EXIT.
           IF AT-FEE-AMOUNT NOT NUMERIC
               MOVE ZERO TO AT-FEE-AMOUNT.
           IF AT-FEE-AMOUNT > AT-GROSS-AMOUNT
               MOVE AT-PATIENT-ID TO RJ-PATIENT-ID
               MOVE 'AGENCY FEE EXCEEDS COLLECTION' TO RJ-REASON
               WRITE SYSOUT-REC FROM AGCY-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 400-EXIT.
           ADD AT-GROSS-AMOUNT      TO CP-GROSS-RECOVERED.
           ADD AT-FEE-AMOUNT        TO CP-AGENCY-FEES.
           SUBTRACT AT-GROSS-AMOUNT FROM CP-BAD-DEBT-BALANCE.
           MOVE TRAN-DATE-WS        TO CP-LAST-RECOVERY-DATE.
           ADD AT-GROSS-AMOUNT      TO PA-PAT-PAID.
           SUBTRACT AT-GROSS-AMOUNT FROM PA-BALANCE.
           IF CP-BAD-DEBT-BALANCE NOT > ZERO
               MOVE 'C' TO CP-STATUS
               MOVE 'C' TO PA-STATUS
               MOVE 'PAID OFF' TO RG-DISP-O
           ELSE
               MOVE 'AT AGENCY' TO RG-DISP-O.
           REWRITE CP-PLACEMENT-REC.
           REWRITE PA-RECEIVABLE-REC.
           MOVE 'RECOVERY'          TO RG-ACTION-O.
           MOVE AT-GROSS-AMOUNT     TO RG-GROSS-O.
           MOVE AT-FEE-AMOUNT       TO RG-FEE-O.
           MOVE CP-BAD-DEBT-BALANCE TO RG-BALANCE-O.
           PERFORM 600-WRITE-REGISTER-LINE.
           ADD +1                   TO PAYMENTS-POSTED.
           ADD AT-GROSS-AMOUNT      TO TOT-GROSS-WS.
           ADD AT-FEE-AMOUNT        TO TOT-FEES-WS.
           COMPUTE TOT-NET-WS = TOT-NET-WS
                              + AT-GROSS-AMOUNT - AT-FEE-AMOUNT.
       400-EXIT.
           EXIT.

      * What the agency had not yet collected goes back onto the
      * receivable book; the patient still owes it.
       500-RECALL-ACCOUNT.
           MOVE "500-RECALL-ACCOUNT" TO PARA-NAME.
           IF CP-BAD-DEBT-BALANCE > ZERO
               MOVE CP-BAD-DEBT-BALANCE TO REINSTATED-WS
           ELSE
               MOVE ZERO TO REINSTATED-WS.
           MOVE 'R'          TO CP-STATUS.
           MOVE TRAN-DATE-WS TO CP-RECALL-DATE.
           IF PA-BALANCE > ZERO
               MOVE 'O' TO PA-STATUS
               MOVE 'REOPENED' TO RG-DISP-O
           ELSE
               MOVE 'C' TO PA-STATUS
               MOVE 'CLOSED' TO RG-DISP-O.
           REWRITE CP-PLACEMENT-REC.
           REWRITE PA-RECEIVABLE-REC.
           MOVE 'RECALL'      TO RG-ACTION-O.
           MOVE REINSTATED-WS TO RG-GROSS-O.
           MOVE ZERO          TO RG-FEE-O.
           MOVE PA-BALANCE    TO RG-BALANCE-O.
           PERFORM 600-WRITE-REGISTER-LINE.
           ADD +1            TO ACCOUNTS-RECALLED.
           ADD REINSTATED-WS TO TOT-REINSTATED-WS.
       500-EXIT.
           EXIT.

       600-WRITE-REGISTER-LINE.
           MOVE AT-PATIENT-ID TO RG-PATIENT-ID.
           MOVE AT-BILL-DATE  TO RG-BILL-DATE.
           WRITE SYSOUT-REC FROM AGCY-REGISTER-LINE.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT AGCYTRAN.
           OPEN I-O AGCYMSTR.
           OPEN I-O PATAR.
           OPEN OUTPUT GLEXTR.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE AGCYTRAN, AGCYMSTR, PATAR, GLEXTR, SYSOUT.
       850-EXIT.
           EXIT.

       900-READ-AGCYTRAN.
           READ AGCYTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

      * Recoveries: the net remitted to cash and the agency's fee
      * to expense against bad-debt recoveries. Recalls: the
      * reinstated balances back to patient receivables out of bad
      * debt.
       960-WRITE-GL-EXTRACT.
           IF TOT-GROSS-WS > ZERO
               MOVE SPACES TO GLEXTR-REC
               MOVE 'CASH' TO GL-ACCOUNT
               MOVE 'AGENCY COLLECTIONS NET' TO GL-DESCRIPTION
               MOVE TOT-NET-WS TO GL-DEBIT
               MOVE ZERO TO GL-CREDIT
               MOVE CURR-DATE-WS TO GL-POST-DATE-N
               MOVE 'AGCYPOST' TO GL-SOURCE
               WRITE GLEXTR-REC
               MOVE SPACES TO GLEXTR-REC
               MOVE 'AGCYFEE' TO GL-ACCOUNT
               MOVE 'COLLECTION AGENCY FEES' TO GL-DESCRIPTION
               MOVE TOT-FEES-WS TO GL-DEBIT
               MOVE ZERO TO GL-CREDIT
               MOVE CURR-DATE-WS TO GL-POST-DATE-N
               MOVE 'AGCYPOST' TO GL-SOURCE
               WRITE GLEXTR-REC
               MOVE SPACES TO GLEXTR-REC
               MOVE 'BDRECOV' TO GL-ACCOUNT
               MOVE 'BAD DEBT RECOVERIES' TO GL-DESCRIPTION
               MOVE ZERO TO GL-DEBIT
               MOVE TOT-GROSS-WS TO GL-CREDIT
               MOVE CURR-DATE-WS TO GL-POST-DATE-N
               MOVE 'AGCYPOST' TO GL-SOURCE
               WRITE GLEXTR-REC.
           IF TOT-REINSTATED-WS > ZERO
               MOVE SPACES TO GLEXTR-REC
               MOVE 'PATRECV' TO GL-ACCOUNT
               MOVE 'AGENCY RECALLS' TO GL-DESCRIPTION
               MOVE TOT-REINSTATED-WS TO GL-DEBIT
               MOVE ZERO TO GL-CREDIT
               MOVE CURR-DATE-WS TO GL-POST-DATE-N
               MOVE 'AGCYPOST' TO GL-SOURCE
               WRITE GLEXTR-REC
               MOVE SPACES TO GLEXTR-REC
               MOVE 'BADDEBT' TO GL-ACCOUNT
               MOVE 'BAD DEBT REINSTATED' TO GL-DESCRIPTION
               MOVE ZERO TO GL-DEBIT
               MOVE TOT-REINSTATED-WS TO GL-CREDIT
               MOVE CURR-DATE-WS TO GL-POST-DATE-N
               MOVE 'AGCYPOST' TO GL-SOURCE
               WRITE GLEXTR-REC.
       960-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           PERFORM 960-WRITE-GL-EXTRACT THRU 960-EXIT.
           MOVE TRANS-RECORDS-READ TO AS-READ-O.
           MOVE PAYMENTS-POSTED    TO AS-POSTED-O.
           MOVE ACCOUNTS-RECALLED  TO AS-RECALLED-O.
           MOVE TRANS-REJECTED     TO AS-REJECTED-O.
           WRITE SYSOUT-REC FROM AGCY-SUMMARY-LINE-1.
           MOVE TOT-GROSS-WS       TO AS-GROSS-O.
           MOVE TOT-FEES-WS        TO AS-FEES-O.
           MOVE TOT-NET-WS         TO AS-NET-O.
           MOVE TOT-REINSTATED-WS  TO AS-REINSTATED-O.
           WRITE SYSOUT-REC FROM AGCY-SUMMARY-LINE-2.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - AGCYPOST ***"
               UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
