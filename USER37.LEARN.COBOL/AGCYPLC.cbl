       IDENTIFICATION DIVISION.
       PROGRAM-ID.      AGCYPLC.
      * Collection agency placement run. Sweeps the open patient
      * receivables for accounts the dunning series could not
      * collect: final notice already sent, bill at least the
      * placement age old and a balance at or above the placement
      * threshold. Each one is placed with the agency named on the
      * parameter card - a placement record goes on the agency
      * master and out on the placement file to the agency, the
      * receivable is marked placed so statements and letters stop,
      * and its balance is written off to bad debt, posted in the
      * shared GLEXTR convention. A receivable is placed only once;
      * one already on the agency master (recalled, say) is left
      * alone. Honors the RUNPARM business date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATAR
             ASSIGN TO PATAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-AR-KEY
               FILE STATUS IS PATAR-ST.
           SELECT AGCYMSTR
             ASSIGN TO AGCYMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-AR-KEY
               FILE STATUS IS AGCYMSTR-ST.
           SELECT AGCYPARM
             ASSIGN TO AGCYPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGCYPARM-ST.
           SELECT AGCYPLCF
             ASSIGN TO AGCYPLCF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGCYPLCF-ST.
           SELECT GLEXTR
             ASSIGN TO GLEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLEXTR-ST.
           SELECT AGCYRPT
             ASSIGN TO AGCYRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGCYRPT-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PATAR
           RECORD CONTAINS 120 CHARACTERS.
           COPY PATAR.

       FD  AGCYMSTR
           RECORD CONTAINS 150 CHARACTERS.
           COPY AGCYMSTR.

      * Placement parameters: the agency receiving this run's
      * placements, and the balance and age thresholds. A zero
      * threshold takes the standard one.
       FD  AGCYPARM
           RECORD CONTAINS 80 CHARACTERS.
       01 AGCYPARM-REC.
           05 PP-AGENCY-CODE            PIC X(04).
           05 PP-MIN-BALANCE            PIC 9(07)V99.
           05 PP-MIN-DAYS               PIC 9(03).
           05 FILLER                    PIC X(64).

      * The placement as sent to the agency, in the agency master
      * layout.
       FD  AGCYPLCF
           RECORD CONTAINS 150 CHARACTERS.
       01 AGCYPLCF-REC                PIC X(150).

      * One balanced posting pair per run in the shared GLEXTR
      * convention for GLCONSOL.
       FD  GLEXTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLEXTR.

       FD  AGCYRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 AGCYRPT-LINE                PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 PATAR-ST                  PIC X(2).
               88 PATAR-OK                         VALUE '00'.
               88 PATAR-MISSING                    VALUE '35'.
           05 AGCYMSTR-ST               PIC X(2).
               88 AGCYMSTR-OK                      VALUE '00'.
               88 AGCYMSTR-FOUND                   VALUE '00'.
               88 AGCYMSTR-MISSING                 VALUE '35'.
           05 AGCYPARM-ST               PIC X(2).
               88 AGCYPARM-OK                      VALUE '00'.
           05 AGCYPLCF-ST               PIC X(2).
               88 AGCYPLCF-OK                      VALUE '00'.
           05 GLEXTR-ST                 PIC X(2).
               88 GLEXTR-OK                        VALUE '00'.
           05 AGCYRPT-ST                PIC X(2).
               88 AGCYRPT-OK                       VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 PATAR-EOF-SW              PIC X(1)   VALUE 'N'.
               88 NO-MORE-RECEIVABLES              VALUE 'Y'.

      * Standard thresholds, overridden from the parameter card.
      * The age default gives the final notice (sent at ninety days)
      * a month to work.
       01 PLACEMENT-RULES-WS.
           05 AGENCY-CODE-WS            PIC X(04)  VALUE SPACES.
           05 MIN-BALANCE-WS            PIC 9(07)V99 VALUE 25.00.
           05 MIN-DAYS-WS               PIC 9(03)  VALUE 120.
       77 FINAL-DUN-LEVEL               PIC 9(01)  VALUE 3.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 RECEIVABLES-READ-WS       PIC S9(7)    VALUE ZERO.
           05 ACCOUNTS-PLACED-WS        PIC S9(7)    VALUE ZERO.
           05 PREVIOUSLY-PLACED-WS      PIC S9(7)    VALUE ZERO.
           05 AGE-DAYS-WS               PIC S9(5)    VALUE ZERO.
           05 TOT-PLACED-WS             PIC S9(11)V99 VALUE ZERO.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-DATE-INT-WS          PIC 9(09).
           05 BILL-DATE-INT-WS          PIC 9(09).

       01 PLC-HEADING-ONE.
           05 HDG-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(36)
                  VALUE 'Collection Agency Placement Register'.
           05 FILLER                    PIC X(08)  VALUE 'AGENCY: '.
           05 HDG-AGENCY                PIC X(04).

       01 PLC-HEADING-TWO.
           05 FILLER                    PIC X(34)
                  VALUE 'PLACEMENT RULES - FINAL NOTICE, '.
           05 HDG-MIN-DAYS              PIC ZZ9.
           05 FILLER                    PIC X(20)
                  VALUE ' DAYS, BALANCE OVER '.
           05 HDG-MIN-BALANCE           PIC $$,$$$,$$9.99.

       01 PLC-HEADING-THREE.
           05 FILLER                    PIC X(11)  VALUE 'PATIENT'.
           05 FILLER                    PIC X(38)  VALUE 'NAME'.
           05 FILLER                    PIC X(12)  VALUE 'BILL DATE'.
           05 FILLER                    PIC X(08)  VALUE '    DAYS'.
           05 FILLER                    PIC X(17)
                  VALUE '   WRITTEN OFF'.

       01 PLC-DETAIL-LINE.
           05 PD-PATIENT-ID             PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 PD-PATIENT-NAME           PIC X(36).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 PD-BILL-DATE              PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 PD-AGE-DAYS               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(04)  VALUE SPACES.
           05 PD-BALANCE-O              PIC $$$,$$$,$$9.99.

       01 PLC-TOTAL-LINE.
           05 FILLER                    PIC X(17)
                  VALUE 'ACCOUNTS PLACED: '.
           05 PT-PLACED-O               PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(20)
                  VALUE '   TO BAD DEBT:    '.
           05 PT-AMOUNT-O               PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                    PIC X(24)
                  VALUE '   ALREADY AT AGENCY:  '.
           05 PT-PREVIOUS-O             PIC ZZZ,ZZ9.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-ONE-AR UNTIL NO-MORE-RECEIVABLES.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           MOVE FUNCTION INTEGER-OF-DATE (CURR-DATE-WS)
                                        TO CURR-DATE-INT-WS.
           PERFORM 110-READ-PLACEMENT-PARM.
           OPEN I-O PATAR
           IF PATAR-MISSING
              DISPLAY 'NO RECEIVABLE FILE - NOTHING TO PLACE'
              MOVE 'Y' TO PATAR-EOF-SW
           ELSE
           IF NOT PATAR-OK
              DISPLAY 'PATIENT RECEIVABLE FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN I-O AGCYMSTR
           IF AGCYMSTR-MISSING
              OPEN OUTPUT AGCYMSTR
              CLOSE AGCYMSTR
              OPEN I-O AGCYMSTR
           END-IF.
           IF NOT AGCYMSTR-OK
              DISPLAY 'AGENCY PLACEMENT MASTER PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT AGCYPLCF
           IF NOT AGCYPLCF-OK
              DISPLAY 'AGENCY PLACEMENT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT GLEXTR
           IF NOT GLEXTR-OK
              DISPLAY 'GL EXTRACT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT AGCYRPT
           IF NOT AGCYRPT-OK
              DISPLAY 'PLACEMENT REGISTER PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS   TO HDG-DATE.
           MOVE AGENCY-CODE-WS TO HDG-AGENCY.
           WRITE AGCYRPT-LINE FROM PLC-HEADING-ONE.
           MOVE MIN-DAYS-WS    TO HDG-MIN-DAYS.
           MOVE MIN-BALANCE-WS TO HDG-MIN-BALANCE.
           WRITE AGCYRPT-LINE FROM PLC-HEADING-TWO.
           MOVE SPACES TO AGCYRPT-LINE.
           WRITE AGCYRPT-LINE.
           WRITE AGCYRPT-LINE FROM PLC-HEADING-THREE.
           IF NOT NO-MORE-RECEIVABLES
              MOVE LOW-VALUES TO PA-AR-KEY
              START PATAR KEY IS NOT LESS THAN PA-AR-KEY
                 INVALID KEY
                    MOVE 'Y' TO PATAR-EOF-SW
              END-START
              PERFORM 170-READ-RECEIVABLE
           END-IF.

       105-CHECK-RUN-PARAMETERS.
           OPEN INPUT RUNPARM
           IF RUNPARM-OK
              READ RUNPARM INTO RUNPARM-REC
                 AT END
                    MOVE SPACE TO RP-DATE-OVERRIDE-SW
              END-READ
              CLOSE RUNPARM
              IF RP-DATE-OVERRIDDEN
                 MOVE RP-BUSINESS-DATE TO CURR-DATE-WS
              END-IF
           ELSE
              DISPLAY 'NO RUNPARM FILE - USING SYSTEM DATE'
           END-IF.

      * Nothing is placed without an agency to place it with.
       110-READ-PLACEMENT-PARM.
           OPEN INPUT AGCYPARM
           IF NOT AGCYPARM-OK
              DISPLAY 'NO PLACEMENT PARAMETER CARD'
              GO TO 999-ERROR-RTN.
           READ AGCYPARM
              AT END
                 MOVE SPACES TO AGCYPARM-REC
           END-READ.
           CLOSE AGCYPARM.
           IF PP-AGENCY-CODE = SPACES
              DISPLAY 'NO AGENCY CODE ON PLACEMENT PARAMETER CARD'
              GO TO 999-ERROR-RTN.
           MOVE PP-AGENCY-CODE TO AGENCY-CODE-WS.
           IF PP-MIN-BALANCE NUMERIC AND PP-MIN-BALANCE > ZERO
              MOVE PP-MIN-BALANCE TO MIN-BALANCE-WS
           END-IF.
           IF PP-MIN-DAYS NUMERIC AND PP-MIN-DAYS > ZERO
              MOVE PP-MIN-DAYS TO MIN-DAYS-WS
           END-IF.

       170-READ-RECEIVABLE.
           READ PATAR NEXT RECORD
              AT END
                 MOVE 'Y' TO PATAR-EOF-SW
           END-READ.
           IF NOT NO-MORE-RECEIVABLES
              ADD 1 TO RECEIVABLES-READ-WS
           END-IF.

       200-PROCESS-ONE-AR.
           IF PA-OPEN
              AND PA-DUN-LEVEL NOT < FINAL-DUN-LEVEL
              AND PA-BALANCE NOT < MIN-BALANCE-WS
              MOVE FUNCTION INTEGER-OF-DATE (PA-BILL-DATE)
                                        TO BILL-DATE-INT-WS
              COMPUTE AGE-DAYS-WS =
                 CURR-DATE-INT-WS - BILL-DATE-INT-WS
              IF AGE-DAYS-WS NOT < MIN-DAYS-WS
                 PERFORM 300-CHECK-PRIOR-PLACEMENT
              END-IF
           END-IF.
           PERFORM 170-READ-RECEIVABLE.

       300-CHECK-PRIOR-PLACEMENT.
           MOVE PA-AR-KEY TO CP-AR-KEY.
           READ AGCYMSTR.
           IF AGCYMSTR-FOUND
              ADD 1 TO PREVIOUSLY-PLACED-WS
           ELSE
              PERFORM 400-PLACE-ACCOUNT THRU 400-PLACE-EXIT
           END-IF.

       400-PLACE-ACCOUNT.
           MOVE SPACES            TO CP-PLACEMENT-REC.
           MOVE PA-AR-KEY         TO CP-AR-KEY.
           MOVE PA-LAST-NAME      TO CP-LAST-NAME.
           MOVE PA-FIRST-NAME     TO CP-FIRST-NAME.
           MOVE AGENCY-CODE-WS    TO CP-AGENCY-CODE.
           MOVE 'P'               TO CP-STATUS.
           MOVE CURR-DATE-WS      TO CP-PLACED-DATE.
           MOVE PA-BALANCE        TO CP-PLACED-AMOUNT.
           MOVE ZERO              TO CP-GROSS-RECOVERED.
           MOVE ZERO              TO CP-AGENCY-FEES.
           MOVE PA-BALANCE        TO CP-BAD-DEBT-BALANCE.
           MOVE ZERO              TO CP-LAST-RECOVERY-DATE.
           MOVE ZERO              TO CP-RECALL-DATE.
           WRITE CP-PLACEMENT-REC
              INVALID KEY
                 DISPLAY 'PLACEMENT NOT WRITTEN: ' PA-PATIENT-ID
                 GO TO 400-PLACE-EXIT
           END-WRITE.
           WRITE AGCYPLCF-REC FROM CP-PLACEMENT-REC.
           MOVE 'P' TO PA-STATUS.
           REWRITE PA-RECEIVABLE-REC.
           MOVE PA-PATIENT-ID TO PD-PATIENT-ID.
           MOVE SPACES        TO PD-PATIENT-NAME.
           STRING PA-LAST-NAME  DELIMITED BY '  '
                  ', '          DELIMITED BY SIZE
                  PA-FIRST-NAME DELIMITED BY SIZE
              INTO PD-PATIENT-NAME
           END-STRING.
           MOVE PA-BILL-DATE  TO PD-BILL-DATE.
           MOVE AGE-DAYS-WS   TO PD-AGE-DAYS.
           MOVE PA-BALANCE    TO PD-BALANCE-O.
           WRITE AGCYRPT-LINE FROM PLC-DETAIL-LINE.
           ADD 1          TO ACCOUNTS-PLACED-WS.
           ADD PA-BALANCE TO TOT-PLACED-WS.
       400-PLACE-EXIT.
           EXIT.

       700-WRITE-TOTALS.
           MOVE SPACES TO AGCYRPT-LINE.
           WRITE AGCYRPT-LINE.
           MOVE ACCOUNTS-PLACED-WS   TO PT-PLACED-O.
           MOVE TOT-PLACED-WS        TO PT-AMOUNT-O.
           MOVE PREVIOUSLY-PLACED-WS TO PT-PREVIOUS-O.
           WRITE AGCYRPT-LINE FROM PLC-TOTAL-LINE.
           IF TOT-PLACED-WS > ZERO
              PERFORM 770-WRITE-GL-EXTRACT
           END-IF.

      * The placed balances come off patient receivables into bad
      * debt expense.
       770-WRITE-GL-EXTRACT.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'BADDEBT' TO GL-ACCOUNT.
           MOVE 'PATIENT ACCTS PLACED' TO GL-DESCRIPTION.
           MOVE TOT-PLACED-WS TO GL-DEBIT.
           MOVE ZERO TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'AGCYPLC ' TO GL-SOURCE.
           WRITE GLEXTR-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'PATRECV' TO GL-ACCOUNT.
           MOVE 'BAD DEBT WRITE-OFF' TO GL-DESCRIPTION.
           MOVE ZERO TO GL-DEBIT.
           MOVE TOT-PLACED-WS TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'AGCYPLC ' TO GL-SOURCE.
           WRITE GLEXTR-REC.

       900-WRAP-UP.
           DISPLAY 'RECEIVABLES READ: ' RECEIVABLES-READ-WS.
           DISPLAY 'ACCOUNTS PLACED:  ' ACCOUNTS-PLACED-WS.
           IF NOT PATAR-MISSING
              CLOSE PATAR
           END-IF.
           CLOSE AGCYMSTR, AGCYPLCF, GLEXTR, AGCYRPT.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE PATAR, AGCYMSTR, AGCYPLCF, GLEXTR, AGCYRPT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
