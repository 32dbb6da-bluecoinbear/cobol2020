       IDENTIFICATION DIVISION.
       PROGRAM-ID.      COMMCALC.
      * Monthly agent commission run. Reads the premium PREMCASH
      * applied in the commission period (the month of the business
      * date) from the PREMAPPL extract and pays the policy's
      * writing agent from the agent's schedule on AGNTMSTR: the
      * first twelve premium months of a policy at the first-year
      * rate for its policy type, every month after at the renewal
      * rate. The policy commission ledger counts the months. Then
      * every policy PREMLAPS lapsed in the period before its
      * twelfth premium month has the first-year commission paid on
      * it charged back to the agent who received it. The entries
      * are sorted by agent and printed as one statement per agent;
      * the net due after chargebacks and any balance the agent
      * still owes goes to the COMMPAY payable file, and a net debit
      * is carried on the agent master against the next period.
      * Commission expense and chargebacks go to the GL extract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREMAPPL
             ASSIGN TO PREMAPPL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMAPPL-ST.
           SELECT LAPSEXT
             ASSIGN TO LAPSEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LAPSEXT-ST.
           SELECT AGNTMSTR
             ASSIGN TO AGNTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AG-AGENT-NO
               FILE STATUS IS AGNTMSTR-ST.
           SELECT COMMLEDG
             ASSIGN TO COMMLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-POLICY-NO
               FILE STATUS IS COMMLEDG-ST.
           SELECT COMMWK
             ASSIGN TO COMMWK.
           SELECT COMMSTMT
             ASSIGN TO COMMSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COMMSTMT-ST.
           SELECT COMMREG
             ASSIGN TO COMMREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COMMREG-ST.
           SELECT COMMPAY
             ASSIGN TO COMMPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COMMPAY-ST.
           SELECT GLEXTR
             ASSIGN TO GLEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLEXTR-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PREMAPPL
           RECORD CONTAINS 80 CHARACTERS.
           COPY PREMAPPL.

       FD  LAPSEXT
           RECORD CONTAINS 80 CHARACTERS.
           COPY LAPSEXT.

       FD  AGNTMSTR
           RECORD CONTAINS 150 CHARACTERS.
           COPY AGNTMSTR.

       FD  COMMLEDG
           RECORD CONTAINS 80 CHARACTERS.
           COPY COMMLEDG.

      * One entry per commission earned or charged back, sorted
      * into agent and policy order for the statements.
       SD  COMMWK
           RECORD CONTAINS 60 CHARACTERS.
       01  COMMWK-REC.
           05  CW-AGENT-NO              PIC 9(05).
           05  CW-POLICY-NO             PIC 9(09).
           05  CW-ACTIVITY-DATE         PIC 9(08).
           05  CW-ENTRY-TYPE            PIC X(01).
               88  CW-FIRST-YEAR                VALUE 'F'.
               88  CW-RENEWAL                   VALUE 'R'.
               88  CW-CHARGEBACK                VALUE 'C'.
           05  CW-POLICY-TYPE           PIC 9(01).
           05  CW-MONTHS                PIC 9(03).
           05  CW-PREMIUM               PIC S9(7)V99.
           05  CW-RATE                  PIC V999.
           05  CW-COMMISSION            PIC S9(7)V99.
           05  FILLER                   PIC X(12).

       FD  COMMSTMT
           RECORD CONTAINS 110 CHARACTERS.
       01 COMMSTMT-LINE               PIC X(110).

       FD  COMMREG
           RECORD CONTAINS 110 CHARACTERS.
       01 COMMREG-LINE                PIC X(110).

       FD  COMMPAY
           RECORD CONTAINS 80 CHARACTERS.
           COPY COMMPAY.

      * Two balanced posting pairs per run in the shared GLEXTR
      * layout GLCONSOL consolidates.
       FD  GLEXTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLEXTR.

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 PREMAPPL-ST               PIC X(2).
               88 PREMAPPL-OK                      VALUE '00'.
               88 PREMAPPL-MISSING                 VALUE '35'.
           05 LAPSEXT-ST                PIC X(2).
               88 LAPSEXT-OK                       VALUE '00'.
               88 LAPSEXT-MISSING                  VALUE '35'.
           05 AGNTMSTR-ST               PIC X(2).
               88 AGNTMSTR-OK                      VALUE '00'.
           05 COMMLEDG-ST               PIC X(2).
               88 COMMLEDG-OK                      VALUE '00'.
               88 COMMLEDG-MISSING                 VALUE '35'.
           05 COMMSTMT-ST               PIC X(2).
               88 COMMSTMT-OK                      VALUE '00'.
           05 COMMREG-ST                PIC X(2).
               88 COMMREG-OK                       VALUE '00'.
           05 COMMPAY-ST                PIC X(2).
               88 COMMPAY-OK                       VALUE '00'.
           05 GLEXTR-ST                 PIC X(2).
               88 GLEXTR-OK                        VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 PREMAPPL-EOF-SW           PIC X(1)   VALUE 'N'.
               88 NO-MORE-APPLIED                  VALUE 'Y'.
           05 LAPSEXT-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-LAPSES                   VALUE 'Y'.
           05 SORTED-EOF-SW             PIC X(1)   VALUE 'N'.
               88 NO-MORE-SORTED                   VALUE 'Y'.
           05 AGENT-FOUND-SW            PIC X(1)   VALUE 'N'.
               88 AGENT-FOUND                      VALUE 'Y'.
           05 LEDGER-FOUND-SW           PIC X(1)   VALUE 'N'.
               88 LEDGER-FOUND                     VALUE 'Y'.

      * Twelve premium months make the first policy year.
       77 FIRST-YEAR-MONTHS-WS          PIC 9(02)  VALUE 12.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 APPLIED-READ-WS           PIC S9(7)    VALUE ZERO.
           05 APPLIED-OUT-OF-PERIOD-WS  PIC S9(7)    VALUE ZERO.
           05 APPLIED-NO-AGENT-WS       PIC S9(7)    VALUE ZERO.
           05 LAPSES-READ-WS            PIC S9(7)    VALUE ZERO.
           05 LAPSES-CHARGED-BACK-WS    PIC S9(7)    VALUE ZERO.
           05 EXCEPTIONS-WS             PIC S9(7)    VALUE ZERO.
           05 AGENTS-PAID-WS            PIC S9(7)    VALUE ZERO.
           05 AGENTS-CARRIED-WS         PIC S9(7)    VALUE ZERO.
           05 TOT-PREMIUM-WS            PIC S9(9)V99 VALUE ZERO.
           05 TOT-FIRST-YEAR-WS         PIC S9(9)V99 VALUE ZERO.
           05 TOT-RENEWAL-WS            PIC S9(9)V99 VALUE ZERO.
           05 TOT-CHARGEBACK-WS         PIC S9(9)V99 VALUE ZERO.
           05 TOT-PAYABLE-WS            PIC S9(9)V99 VALUE ZERO.
           05 TOT-GROSS-WS              PIC S9(9)V99 VALUE ZERO.

       01 SPLIT-WORK-WS.
           05 FY-MONTHS-LEFT-WS         PIC S9(3)    VALUE ZERO.
           05 FY-MONTHS-WS              PIC S9(3)    VALUE ZERO.
           05 RENEWAL-MONTHS-WS         PIC S9(3)    VALUE ZERO.
           05 FY-PREMIUM-WS             PIC S9(7)V99 VALUE ZERO.
           05 RENEWAL-PREMIUM-WS        PIC S9(7)V99 VALUE ZERO.
           05 COMMISSION-WS             PIC S9(7)V99 VALUE ZERO.

       01 STATEMENT-TOTALS-WS.
           05 HOLD-AGENT-WS             PIC 9(05)    VALUE ZERO.
           05 STMT-FIRST-YEAR-WS        PIC S9(7)V99 VALUE ZERO.
           05 STMT-RENEWAL-WS           PIC S9(7)V99 VALUE ZERO.
           05 STMT-CHARGEBACK-WS        PIC S9(7)V99 VALUE ZERO.
           05 STMT-GROSS-WS             PIC S9(7)V99 VALUE ZERO.
           05 STMT-NET-WS               PIC S9(7)V99 VALUE ZERO.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-DATE-WS-X REDEFINES CURR-DATE-WS.
               10 COMM-PERIOD-WS        PIC 9(06).
               10 FILLER                PIC 9(02).
           05 ACTIVITY-DATE-WS          PIC 9(08).
           05 ACTIVITY-DATE-X REDEFINES ACTIVITY-DATE-WS.
               10 ACTIVITY-PERIOD-WS    PIC 9(06).
               10 FILLER                PIC 9(02).
           05 LAST-STMT-WS              PIC 9(06).
           05 LAST-STMT-X REDEFINES LAST-STMT-WS.
               10 LAST-STMT-YEAR        PIC 9(4).
               10 FILLER                PIC 9(2).

       01 STMT-HEADING-ONE.
           05 STMT-HDG-DATE             PIC XXXX/XX/XX.
           05 FILLER                    PIC X(25)  VALUE SPACES.
           05 FILLER                    PIC X(30)
                  VALUE 'Agent Commission Statement'.

       01 STMT-HEADING-TWO.
           05 FILLER                    PIC X(07)  VALUE 'AGENT: '.
           05 STH-AGENT-NO              PIC 9(05).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 STH-AGENT-NAME            PIC X(30).
           05 FILLER                    PIC X(10)  VALUE '  PERIOD: '.
           05 STH-PERIOD                PIC XXXX/XX.

       01 STMT-HEADER-THREE.
           05 FILLER                    PIC X(13)  VALUE 'POLICY'.
           05 FILLER                    PIC X(05)  VALUE 'TYPE'.
           05 FILLER                    PIC X(13)  VALUE 'ACTIVITY'.
           05 FILLER                    PIC X(13)  VALUE 'DATE'.
           05 FILLER                    PIC X(06)  VALUE 'MOS'.
           05 FILLER                    PIC X(16)  VALUE 'PREMIUM'.
           05 FILLER                    PIC X(07)  VALUE 'RATE'.
           05 FILLER                    PIC X(10)  VALUE 'COMMISSION'.

       01 STMT-DETAIL-LINE.
           05 SDT-POLICY-NO             PIC 9B999B99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SDT-POLICY-TYPE           PIC 9(01).
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SDT-ACTIVITY              PIC X(11).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 SDT-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SDT-MONTHS                PIC ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SDT-PREMIUM-OUT           PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SDT-RATE-OUT              PIC .999.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SDT-COMMISSION-OUT        PIC $$,$$$,$$9.99-.

       01 STMT-TOTAL-LINE.
           05 FILLER                    PIC X(42)  VALUE SPACES.
           05 STT-LABEL                 PIC X(30).
           05 FILLER                    PIC X(10)  VALUE SPACES.
           05 STT-AMOUNT-OUT            PIC $$,$$$,$$9.99-.

       01 REG-HEADING-ONE.
           05 REG-HDG-DATE              PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(30)
                  VALUE 'Commission Run Register'.
           05 FILLER                    PIC X(08)  VALUE 'PERIOD: '.
           05 REG-HDG-PERIOD            PIC XXXX/XX.

       01 REG-EXCEPTION-HEADER.
           05 FILLER                    PIC X(40)
                  VALUE 'EXCEPTIONS - NO COMMISSION PAID'.

       01 REG-EXCEPTION-LINE.
           05 RGX-POLICY-NO             PIC 9B999B99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 RGX-AGENT-NO              PIC 9(05).
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 RGX-AMOUNT-OUT            PIC $$,$$$,$$9.99-.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 RGX-REASON                PIC X(40).

       01 REG-AGENT-HEADER.
           05 FILLER                    PIC X(38)  VALUE 'AGENT'.
           05 FILLER                    PIC X(15)  VALUE 'GROSS'.
           05 FILLER                    PIC X(15)  VALUE 'CHARGEBACKS'.
           05 FILLER                    PIC X(15)  VALUE 'NET'.
           05 FILLER                    PIC X(11)  VALUE 'DISPOSITION'.

       01 REG-AGENT-LINE.
           05 RGA-AGENT-NO              PIC 9(05).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RGA-AGENT-NAME            PIC X(30).
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 RGA-GROSS-OUT             PIC $$,$$$,$$9.99-.
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 RGA-CHARGEBACK-OUT        PIC $$,$$$,$$9.99-.
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 RGA-NET-OUT               PIC $$,$$$,$$9.99-.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RGA-DISP-OUT              PIC X(12).

       01 REG-TOTAL-LINE.
           05 RGT-LABEL                 PIC X(30).
           05 RGT-COUNT-O               PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 RGT-AMOUNT-OUT            PIC $$$,$$$,$$9.99-.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           SORT COMMWK
               ON ASCENDING KEY CW-AGENT-NO
                                CW-POLICY-NO
                                CW-ACTIVITY-DATE
               INPUT PROCEDURE IS 200-BUILD-COMMISSIONS
               OUTPUT PROCEDURE IS 600-PRINT-STATEMENTS.
           PERFORM 700-WRITE-TOTALS.
           IF TOT-GROSS-WS > ZERO
              PERFORM 770-WRITE-GL-COMMISSION
           END-IF.
           IF TOT-CHARGEBACK-WS > ZERO
              PERFORM 775-WRITE-GL-CHARGEBACK
           END-IF.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           OPEN INPUT PREMAPPL
           IF PREMAPPL-MISSING
              DISPLAY 'NO PREMIUM APPLIED EXTRACT THIS PERIOD'
              MOVE 'Y' TO PREMAPPL-EOF-SW
           ELSE
           IF NOT PREMAPPL-OK
              DISPLAY 'PREMIUM APPLIED EXTRACT PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT LAPSEXT
           IF LAPSEXT-MISSING
              DISPLAY 'NO LAPSE EXTRACT THIS PERIOD'
              MOVE 'Y' TO LAPSEXT-EOF-SW
           ELSE
           IF NOT LAPSEXT-OK
              DISPLAY 'LAPSE EXTRACT PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN I-O AGNTMSTR
           IF NOT AGNTMSTR-OK
              DISPLAY 'AGENT MASTER FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN I-O COMMLEDG
           IF COMMLEDG-MISSING
              OPEN OUTPUT COMMLEDG
              CLOSE COMMLEDG
              OPEN I-O COMMLEDG
           END-IF.
           IF NOT COMMLEDG-OK
              DISPLAY 'COMMISSION LEDGER FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT COMMSTMT
           IF NOT COMMSTMT-OK
              DISPLAY 'COMMISSION STATEMENT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT COMMREG
           IF NOT COMMREG-OK
              DISPLAY 'COMMISSION REGISTER PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT COMMPAY
           IF NOT COMMPAY-OK
              DISPLAY 'COMMISSION PAYABLE FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT GLEXTR
           IF NOT GLEXTR-OK
              DISPLAY 'GL EXTRACT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS   TO REG-HDG-DATE.
           MOVE COMM-PERIOD-WS TO REG-HDG-PERIOD.
           WRITE COMMREG-LINE FROM REG-HEADING-ONE.
           MOVE SPACES TO COMMREG-LINE.
           WRITE COMMREG-LINE.
           WRITE COMMREG-LINE FROM REG-EXCEPTION-HEADER.

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

       170-READ-APPLIED.
           READ PREMAPPL
              AT END
                 MOVE 'Y' TO PREMAPPL-EOF-SW
           END-READ.
           IF NOT NO-MORE-APPLIED
              ADD 1 TO APPLIED-READ-WS
           END-IF.

       180-READ-LAPSE.
           READ LAPSEXT
              AT END
                 MOVE 'Y' TO LAPSEXT-EOF-SW
           END-READ.
           IF NOT NO-MORE-LAPSES
              ADD 1 TO LAPSES-READ-WS
           END-IF.

      * Sort input: the period's premium first, so a policy that
      * paid and then lapsed in the same month is charged back on
      * everything it earned.
       200-BUILD-COMMISSIONS.
           IF NOT NO-MORE-APPLIED
              PERFORM 170-READ-APPLIED
           END-IF.
           PERFORM 220-COMMISSION-ONE-PAYMENT UNTIL NO-MORE-APPLIED.
           IF NOT NO-MORE-LAPSES
              PERFORM 180-READ-LAPSE
           END-IF.
           PERFORM 300-CHARGEBACK-ONE-LAPSE UNTIL NO-MORE-LAPSES.

      * Premium on a policy with no writing agent is house business
      * and earns nothing. Commission on business already written
      * is still paid after the agent is terminated.
       220-COMMISSION-ONE-PAYMENT.
           MOVE PA-APPLIED-DATE TO ACTIVITY-DATE-WS.
           IF ACTIVITY-PERIOD-WS NOT = COMM-PERIOD-WS
              ADD 1 TO APPLIED-OUT-OF-PERIOD-WS
           ELSE
           IF PA-WRITING-AGENT NOT NUMERIC
              OR PA-WRITING-AGENT = ZERO
              ADD 1 TO APPLIED-NO-AGENT-WS
           ELSE
              MOVE PA-WRITING-AGENT TO AG-AGENT-NO
              PERFORM 230-READ-AGENT
              IF NOT AGENT-FOUND
                 MOVE 'WRITING AGENT NOT ON AGENT MASTER'
                                            TO RGX-REASON
                 PERFORM 450-WRITE-PREMIUM-EXCEPTION
              ELSE
              IF PA-POLICY-TYPE = ZERO
                 MOVE 'POLICY TYPE NOT ON COMMISSION SCHEDULE'
                                            TO RGX-REASON
                 PERFORM 450-WRITE-PREMIUM-EXCEPTION
              ELSE
                 PERFORM 240-SPLIT-FIRST-YEAR-RENEWAL
              END-IF
              END-IF
           END-IF
           END-IF.
           PERFORM 170-READ-APPLIED.

       230-READ-AGENT.
           MOVE 'Y' TO AGENT-FOUND-SW.
           READ AGNTMSTR
              INVALID KEY
                 MOVE 'N' TO AGENT-FOUND-SW
           END-READ.

      * The months this payment covers are split at the end of the
      * first policy year; the premium is split in the same
      * proportion, and each part earns its own rate.
       240-SPLIT-FIRST-YEAR-RENEWAL.
           MOVE PA-POLICY-NO TO CL-POLICY-NO.
           PERFORM 250-READ-LEDGER.
           IF NOT LEDGER-FOUND
              MOVE SPACES              TO CL-LEDGER-REC
              MOVE PA-POLICY-NO        TO CL-POLICY-NO
              MOVE PA-WRITING-AGENT    TO CL-AGENT-NO
              MOVE PA-APPLIED-DATE     TO CL-FIRST-COMM-DATE
              MOVE ZERO                TO CL-FY-MONTHS
                                          CL-RENEWAL-MONTHS
                                          CL-FY-COMMISSION
                                          CL-RENEWAL-COMMISSION
                                          CL-CHARGEBACK-AMOUNT
                                          CL-CHARGEBACK-DATE
              MOVE 'A'                 TO CL-STATUS
           END-IF.
           COMPUTE FY-MONTHS-LEFT-WS =
              FIRST-YEAR-MONTHS-WS - CL-FY-MONTHS.
           IF FY-MONTHS-LEFT-WS < ZERO
              MOVE ZERO TO FY-MONTHS-LEFT-WS
           END-IF.
           IF PA-MONTHS-COVERED > FY-MONTHS-LEFT-WS
              MOVE FY-MONTHS-LEFT-WS TO FY-MONTHS-WS
           ELSE
              MOVE PA-MONTHS-COVERED TO FY-MONTHS-WS
           END-IF.
           COMPUTE RENEWAL-MONTHS-WS =
              PA-MONTHS-COVERED - FY-MONTHS-WS.
           IF PA-MONTHS-COVERED > ZERO
              COMPUTE FY-PREMIUM-WS ROUNDED =
                 PA-PREMIUM-APPLIED * FY-MONTHS-WS / PA-MONTHS-COVERED
           ELSE
              MOVE ZERO TO FY-PREMIUM-WS
           END-IF.
           COMPUTE RENEWAL-PREMIUM-WS =
              PA-PREMIUM-APPLIED - FY-PREMIUM-WS.
           ADD PA-PREMIUM-APPLIED TO TOT-PREMIUM-WS.
           IF FY-MONTHS-WS > ZERO
              COMPUTE COMMISSION-WS ROUNDED =
                 FY-PREMIUM-WS *
                 AG-FIRST-YEAR-RATE (PA-POLICY-TYPE)
              MOVE 'F' TO CW-ENTRY-TYPE
              MOVE FY-MONTHS-WS TO CW-MONTHS
              MOVE FY-PREMIUM-WS TO CW-PREMIUM
              MOVE AG-FIRST-YEAR-RATE (PA-POLICY-TYPE) TO CW-RATE
              PERFORM 280-RELEASE-PREMIUM-ENTRY
              MOVE PA-WRITING-AGENT TO CL-AGENT-NO
              ADD FY-MONTHS-WS  TO CL-FY-MONTHS
              ADD COMMISSION-WS TO CL-FY-COMMISSION
              ADD COMMISSION-WS TO TOT-FIRST-YEAR-WS
           END-IF.
           IF RENEWAL-MONTHS-WS > ZERO
              COMPUTE COMMISSION-WS ROUNDED =
                 RENEWAL-PREMIUM-WS *
                 AG-RENEWAL-RATE (PA-POLICY-TYPE)
              MOVE 'R' TO CW-ENTRY-TYPE
              MOVE RENEWAL-MONTHS-WS TO CW-MONTHS
              MOVE RENEWAL-PREMIUM-WS TO CW-PREMIUM
              MOVE AG-RENEWAL-RATE (PA-POLICY-TYPE) TO CW-RATE
              PERFORM 280-RELEASE-PREMIUM-ENTRY
              ADD RENEWAL-MONTHS-WS TO CL-RENEWAL-MONTHS
              ADD COMMISSION-WS TO CL-RENEWAL-COMMISSION
              ADD COMMISSION-WS TO TOT-RENEWAL-WS
           END-IF.
           IF LEDGER-FOUND
              REWRITE CL-LEDGER-REC
           ELSE
              WRITE CL-LEDGER-REC
           END-IF.

       250-READ-LEDGER.
           MOVE 'Y' TO LEDGER-FOUND-SW.
           READ COMMLEDG
              INVALID KEY
                 MOVE 'N' TO LEDGER-FOUND-SW
           END-READ.

       280-RELEASE-PREMIUM-ENTRY.
           MOVE PA-WRITING-AGENT TO CW-AGENT-NO.
           MOVE PA-POLICY-NO     TO CW-POLICY-NO.
           MOVE PA-APPLIED-DATE  TO CW-ACTIVITY-DATE.
           MOVE PA-POLICY-TYPE   TO CW-POLICY-TYPE.
           MOVE COMMISSION-WS    TO CW-COMMISSION.
           RELEASE COMMWK-REC.

      * A lapse before the twelfth premium month takes back all the
      * first-year commission paid on the policy, from the agent
      * who was paid it. Later lapses, and policies never
      * commissioned, cost the agent nothing.
       300-CHARGEBACK-ONE-LAPSE.
           MOVE LX-LAPSE-DATE TO ACTIVITY-DATE-WS.
           IF ACTIVITY-PERIOD-WS = COMM-PERIOD-WS
              MOVE LX-POLICY-NO TO CL-POLICY-NO
              PERFORM 250-READ-LEDGER
              IF LEDGER-FOUND
                 AND CL-ACTIVE
                 AND CL-FY-MONTHS < FIRST-YEAR-MONTHS-WS
                 AND CL-FY-COMMISSION > ZERO
                 PERFORM 320-CHARGE-BACK-POLICY
              END-IF
           END-IF.
           PERFORM 180-READ-LAPSE.

       320-CHARGE-BACK-POLICY.
           MOVE CL-AGENT-NO TO AG-AGENT-NO.
           PERFORM 230-READ-AGENT.
           IF NOT AGENT-FOUND
              MOVE LX-POLICY-NO TO RGX-POLICY-NO
              INSPECT RGX-POLICY-NO REPLACING ALL ' ' BY '-'
              MOVE CL-AGENT-NO  TO RGX-AGENT-NO
              COMPUTE RGX-AMOUNT-OUT = ZERO - CL-FY-COMMISSION
              MOVE 'CHARGEBACK AGENT NOT ON AGENT MASTER'
                                TO RGX-REASON
              WRITE COMMREG-LINE FROM REG-EXCEPTION-LINE
              ADD 1 TO EXCEPTIONS-WS
           ELSE
              MOVE CL-AGENT-NO      TO CW-AGENT-NO
              MOVE LX-POLICY-NO     TO CW-POLICY-NO
              MOVE LX-LAPSE-DATE    TO CW-ACTIVITY-DATE
              MOVE 'C'              TO CW-ENTRY-TYPE
              MOVE LX-POLICY-TYPE   TO CW-POLICY-TYPE
              MOVE CL-FY-MONTHS     TO CW-MONTHS
              MOVE ZERO             TO CW-PREMIUM
              MOVE ZERO             TO CW-RATE
              COMPUTE CW-COMMISSION = ZERO - CL-FY-COMMISSION
              RELEASE COMMWK-REC
              MOVE CL-FY-COMMISSION TO CL-CHARGEBACK-AMOUNT
              MOVE LX-LAPSE-DATE    TO CL-CHARGEBACK-DATE
              MOVE 'C'              TO CL-STATUS
              REWRITE CL-LEDGER-REC
              ADD CL-FY-COMMISSION  TO TOT-CHARGEBACK-WS
              ADD 1 TO LAPSES-CHARGED-BACK-WS
           END-IF.

       450-WRITE-PREMIUM-EXCEPTION.
           MOVE PA-POLICY-NO       TO RGX-POLICY-NO.
           INSPECT RGX-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE PA-WRITING-AGENT   TO RGX-AGENT-NO.
           MOVE PA-PREMIUM-APPLIED TO RGX-AMOUNT-OUT.
           WRITE COMMREG-LINE FROM REG-EXCEPTION-LINE.
           ADD 1 TO EXCEPTIONS-WS.

      * Sort output: one statement per agent, broken on agent
      * number.
       600-PRINT-STATEMENTS.
           MOVE SPACES TO COMMREG-LINE.
           WRITE COMMREG-LINE.
           WRITE COMMREG-LINE FROM REG-AGENT-HEADER.
           MOVE ZERO TO HOLD-AGENT-WS.
           PERFORM 620-PRINT-ONE-ENTRY UNTIL NO-MORE-SORTED.
           IF HOLD-AGENT-WS NOT = ZERO
              PERFORM 680-CLOSE-STATEMENT
           END-IF.

       620-PRINT-ONE-ENTRY.
           RETURN COMMWK
              AT END
                 MOVE 'Y' TO SORTED-EOF-SW
           END-RETURN.
           IF NOT NO-MORE-SORTED
              IF CW-AGENT-NO NOT = HOLD-AGENT-WS
                 IF HOLD-AGENT-WS NOT = ZERO
                    PERFORM 680-CLOSE-STATEMENT
                 END-IF
                 PERFORM 640-OPEN-STATEMENT
              END-IF
              PERFORM 660-PRINT-STATEMENT-LINE
           END-IF.

       640-OPEN-STATEMENT.
           MOVE CW-AGENT-NO TO HOLD-AGENT-WS.
           MOVE CW-AGENT-NO TO AG-AGENT-NO.
           PERFORM 230-READ-AGENT.
           MOVE ZERO TO STMT-FIRST-YEAR-WS
                        STMT-RENEWAL-WS
                        STMT-CHARGEBACK-WS.
           MOVE CURR-DATE-WS   TO STMT-HDG-DATE.
           WRITE COMMSTMT-LINE FROM STMT-HEADING-ONE.
           MOVE SPACES TO COMMSTMT-LINE.
           WRITE COMMSTMT-LINE.
           MOVE AG-AGENT-NO    TO STH-AGENT-NO.
           MOVE AG-AGENT-NAME  TO STH-AGENT-NAME.
           MOVE COMM-PERIOD-WS TO STH-PERIOD.
           WRITE COMMSTMT-LINE FROM STMT-HEADING-TWO.
           MOVE SPACES TO COMMSTMT-LINE.
           WRITE COMMSTMT-LINE.
           WRITE COMMSTMT-LINE FROM STMT-HEADER-THREE.

       660-PRINT-STATEMENT-LINE.
           MOVE CW-POLICY-NO TO SDT-POLICY-NO.
           INSPECT SDT-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE CW-POLICY-TYPE   TO SDT-POLICY-TYPE.
           MOVE CW-ACTIVITY-DATE TO SDT-DATE.
           MOVE CW-MONTHS        TO SDT-MONTHS.
           MOVE CW-PREMIUM       TO SDT-PREMIUM-OUT.
           MOVE CW-RATE          TO SDT-RATE-OUT.
           MOVE CW-COMMISSION    TO SDT-COMMISSION-OUT.
           EVALUATE TRUE
              WHEN CW-FIRST-YEAR
                 MOVE 'FIRST YEAR' TO SDT-ACTIVITY
                 ADD CW-COMMISSION TO STMT-FIRST-YEAR-WS
              WHEN CW-RENEWAL
                 MOVE 'RENEWAL'    TO SDT-ACTIVITY
                 ADD CW-COMMISSION TO STMT-RENEWAL-WS
              WHEN OTHER
                 MOVE 'LAPSE CHGBK' TO SDT-ACTIVITY
                 SUBTRACT CW-COMMISSION FROM STMT-CHARGEBACK-WS
           END-EVALUATE.
           WRITE COMMSTMT-LINE FROM STMT-DETAIL-LINE.

      * Commission earned less chargebacks and whatever the agent
      * already owed. A positive net is paid; a negative one is
      * carried on the agent master against next month.
       680-CLOSE-STATEMENT.
           COMPUTE STMT-GROSS-WS =
              STMT-FIRST-YEAR-WS + STMT-RENEWAL-WS.
           COMPUTE STMT-NET-WS =
              STMT-GROSS-WS - STMT-CHARGEBACK-WS - AG-DEBIT-BALANCE.
           MOVE SPACES TO COMMSTMT-LINE.
           WRITE COMMSTMT-LINE.
           MOVE 'FIRST-YEAR COMMISSION' TO STT-LABEL.
           MOVE STMT-FIRST-YEAR-WS TO STT-AMOUNT-OUT.
           WRITE COMMSTMT-LINE FROM STMT-TOTAL-LINE.
           MOVE 'RENEWAL COMMISSION' TO STT-LABEL.
           MOVE STMT-RENEWAL-WS TO STT-AMOUNT-OUT.
           WRITE COMMSTMT-LINE FROM STMT-TOTAL-LINE.
           MOVE 'LESS LAPSE CHARGEBACKS' TO STT-LABEL.
           COMPUTE STT-AMOUNT-OUT = ZERO - STMT-CHARGEBACK-WS.
           WRITE COMMSTMT-LINE FROM STMT-TOTAL-LINE.
           MOVE 'LESS BALANCE OWED' TO STT-LABEL.
           COMPUTE STT-AMOUNT-OUT = ZERO - AG-DEBIT-BALANCE.
           WRITE COMMSTMT-LINE FROM STMT-TOTAL-LINE.
           MOVE AG-LAST-STMT-PERIOD TO LAST-STMT-WS.
           IF LAST-STMT-YEAR NOT = CURR-DATE-WS (1:4)
              MOVE ZERO TO AG-YTD-COMMISSION
           END-IF.
           MOVE AG-AGENT-NO   TO RGA-AGENT-NO.
           MOVE AG-AGENT-NAME TO RGA-AGENT-NAME.
           MOVE STMT-GROSS-WS TO RGA-GROSS-OUT.
           MOVE STMT-CHARGEBACK-WS TO RGA-CHARGEBACK-OUT.
           MOVE STMT-NET-WS   TO RGA-NET-OUT.
           IF STMT-NET-WS > ZERO
              MOVE 'NET PAYABLE' TO STT-LABEL
              MOVE STMT-NET-WS TO STT-AMOUNT-OUT
              PERFORM 690-WRITE-PAYABLE
              MOVE ZERO TO AG-DEBIT-BALANCE
              ADD STMT-NET-WS TO AG-YTD-COMMISSION
              MOVE 'PAYABLE' TO RGA-DISP-OUT
              ADD 1 TO AGENTS-PAID-WS
              ADD STMT-NET-WS TO TOT-PAYABLE-WS
           ELSE
              MOVE 'BALANCE OWED CARRIED FORWARD' TO STT-LABEL
              COMPUTE AG-DEBIT-BALANCE = ZERO - STMT-NET-WS
              MOVE STMT-NET-WS TO STT-AMOUNT-OUT
              MOVE 'CARRIED' TO RGA-DISP-OUT
              ADD 1 TO AGENTS-CARRIED-WS
           END-IF.
           WRITE COMMSTMT-LINE FROM STMT-TOTAL-LINE.
           MOVE SPACES TO COMMSTMT-LINE.
           WRITE COMMSTMT-LINE.
           WRITE COMMREG-LINE FROM REG-AGENT-LINE.
           ADD STMT-GROSS-WS TO TOT-GROSS-WS.
           MOVE COMM-PERIOD-WS TO AG-LAST-STMT-PERIOD.
           REWRITE AG-AGENT-REC.

       690-WRITE-PAYABLE.
           MOVE SPACES             TO CP-PAYABLE-REC.
           MOVE AG-AGENT-NO        TO CP-AGENT-NO.
           MOVE AG-AGENT-NAME      TO CP-AGENT-NAME.
           MOVE AG-TAX-ID          TO CP-TAX-ID.
           MOVE COMM-PERIOD-WS     TO CP-PERIOD.
           MOVE STMT-GROSS-WS      TO CP-GROSS-COMMISSION.
           MOVE STMT-CHARGEBACK-WS TO CP-CHARGEBACKS.
           MOVE STMT-NET-WS        TO CP-NET-PAYABLE.
           WRITE CP-PAYABLE-REC.

       700-WRITE-TOTALS.
           MOVE SPACES TO COMMREG-LINE.
           WRITE COMMREG-LINE.
           MOVE 'PREMIUM RECORDS READ' TO RGT-LABEL.
           MOVE APPLIED-READ-WS TO RGT-COUNT-O.
           MOVE TOT-PREMIUM-WS TO RGT-AMOUNT-OUT.
           WRITE COMMREG-LINE FROM REG-TOTAL-LINE.
           MOVE 'OUTSIDE PERIOD - SKIPPED' TO RGT-LABEL.
           MOVE APPLIED-OUT-OF-PERIOD-WS TO RGT-COUNT-O.
           MOVE ZERO TO RGT-AMOUNT-OUT.
           WRITE COMMREG-LINE FROM REG-TOTAL-LINE.
           MOVE 'NO WRITING AGENT' TO RGT-LABEL.
           MOVE APPLIED-NO-AGENT-WS TO RGT-COUNT-O.
           WRITE COMMREG-LINE FROM REG-TOTAL-LINE.
           MOVE 'FIRST-YEAR COMMISSION' TO RGT-LABEL.
           MOVE ZERO TO RGT-COUNT-O.
           MOVE TOT-FIRST-YEAR-WS TO RGT-AMOUNT-OUT.
           WRITE COMMREG-LINE FROM REG-TOTAL-LINE.
           MOVE 'RENEWAL COMMISSION' TO RGT-LABEL.
           MOVE TOT-RENEWAL-WS TO RGT-AMOUNT-OUT.
           WRITE COMMREG-LINE FROM REG-TOTAL-LINE.
           MOVE 'LAPSES CHARGED BACK' TO RGT-LABEL.
           MOVE LAPSES-CHARGED-BACK-WS TO RGT-COUNT-O.
           MOVE TOT-CHARGEBACK-WS TO RGT-AMOUNT-OUT.
           WRITE COMMREG-LINE FROM REG-TOTAL-LINE.
           MOVE 'AGENTS PAID' TO RGT-LABEL.
           MOVE AGENTS-PAID-WS TO RGT-COUNT-O.
           MOVE TOT-PAYABLE-WS TO RGT-AMOUNT-OUT.
           WRITE COMMREG-LINE FROM REG-TOTAL-LINE.
           MOVE 'AGENTS CARRYING A BALANCE' TO RGT-LABEL.
           MOVE AGENTS-CARRIED-WS TO RGT-COUNT-O.
           MOVE ZERO TO RGT-AMOUNT-OUT.
           WRITE COMMREG-LINE FROM REG-TOTAL-LINE.
           MOVE 'EXCEPTIONS' TO RGT-LABEL.
           MOVE EXCEPTIONS-WS TO RGT-COUNT-O.
           WRITE COMMREG-LINE FROM REG-TOTAL-LINE.

      * Commission earned: expense against the agents' payable.
       770-WRITE-GL-COMMISSION.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'COMMEXP' TO GL-ACCOUNT.
           MOVE 'AGENT COMMISSION' TO GL-DESCRIPTION.
           MOVE TOT-GROSS-WS TO GL-DEBIT.
           MOVE ZERO TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'COMMCALC' TO GL-SOURCE.
           WRITE GLEXTR-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'COMMPAY' TO GL-ACCOUNT.
           MOVE 'COMMISSIONS PAYABLE' TO GL-DESCRIPTION.
           MOVE ZERO TO GL-DEBIT.
           MOVE TOT-GROSS-WS TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'COMMCALC' TO GL-SOURCE.
           WRITE GLEXTR-REC.

      * Chargebacks reverse the expense. What an agent cannot net
      * this month stays as a debit in the payable account.
       775-WRITE-GL-CHARGEBACK.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'COMMPAY' TO GL-ACCOUNT.
           MOVE 'COMMISSION CHARGEBACKS' TO GL-DESCRIPTION.
           MOVE TOT-CHARGEBACK-WS TO GL-DEBIT.
           MOVE ZERO TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'COMMCALC' TO GL-SOURCE.
           WRITE GLEXTR-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'COMMEXP' TO GL-ACCOUNT.
           MOVE 'COMMISSION CHARGEBACKS' TO GL-DESCRIPTION.
           MOVE ZERO TO GL-DEBIT.
           MOVE TOT-CHARGEBACK-WS TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'COMMCALC' TO GL-SOURCE.
           WRITE GLEXTR-REC.

       900-WRAP-UP.
           DISPLAY 'PREMIUM RECORDS READ: ' APPLIED-READ-WS.
           DISPLAY 'LAPSE RECORDS READ:   ' LAPSES-READ-WS.
           IF NOT PREMAPPL-MISSING
              CLOSE PREMAPPL
           END-IF.
           IF NOT LAPSEXT-MISSING
              CLOSE LAPSEXT
           END-IF.
           CLOSE AGNTMSTR, COMMLEDG, COMMSTMT, COMMREG, COMMPAY,
                 GLEXTR.
           IF EXCEPTIONS-WS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE PREMAPPL, LAPSEXT, AGNTMSTR, COMMLEDG, COMMSTMT,
                 COMMREG, COMMPAY, GLEXTR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
