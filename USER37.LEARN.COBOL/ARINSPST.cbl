       IDENTIFICATION DIVISION.
       PROGRAM-ID.      ARINSPST.
      * Automatic insurance posting to the patient receivables.
      * Sweeps the open receivables still waiting on the insurer and
      * finds each one's bridged claim on the latest claims run's
      * EOB extract through the patient-insurance cross-reference:
      * same policy, same covered member, service date equal to the
      * bill date. A paid claim posts the insurer's payment, writes
      * off the contractual allowance (billed less allowed) and
      * leaves whatever remains - deductible and coinsurance - with
      * the patient as self-pay, closing the receivable if nothing
      * remains. A declined claim is not written off: it goes on
      * the denial work list at its full balance and the receivable
      * is marked denied. Pended claims wait for a later run. Every
      * posting and denial is listed on the posting register with
      * totals. A receivable LATEBILL handed back to the insurer
      * with a replacement claim posts the replacement's outcome in
      * place of the original's. Honors the RUNPARM business date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATAR
             ASSIGN TO PATAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-AR-KEY
               FILE STATUS IS PATAR-ST.
           SELECT PATINS
             ASSIGN TO PATINS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PI-PATIENT-ID
               FILE STATUS IS PATINS-ST.
           SELECT EOBFILE
             ASSIGN TO EOBFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EOBFILE-ST.
           SELECT ARDENIAL
             ASSIGN TO ARDENIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARDENIAL-ST.
           SELECT ARINSREG
             ASSIGN TO ARINSREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARINSREG-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PATAR
           RECORD CONTAINS 120 CHARACTERS.
           COPY PATAR.

       FD  PATINS
           RECORD CONTAINS 40 CHARACTERS.
           COPY PATINS.

       FD  EOBFILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY EOBFILE.

       FD  ARDENIAL
           RECORD CONTAINS 150 CHARACTERS.
           COPY ARDENIAL.

       FD  ARINSREG
           RECORD CONTAINS 132 CHARACTERS.
       01 ARINSREG-LINE               PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 PATAR-ST                  PIC X(2).
               88 PATAR-OK                         VALUE '00'.
               88 PATAR-MISSING                    VALUE '35'.
           05 PATINS-ST                 PIC X(2).
               88 PATINS-OK                        VALUE '00'.
               88 PATINS-REC-FOUND                 VALUE '00'.
           05 EOBFILE-ST                PIC X(2).
               88 EOBFILE-OK                       VALUE '00'.
           05 ARDENIAL-ST               PIC X(2).
               88 ARDENIAL-OK                      VALUE '00'.
           05 ARINSREG-ST               PIC X(2).
               88 ARINSREG-OK                      VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 PATAR-EOF-SW              PIC X(1)   VALUE 'N'.
               88 NO-MORE-RECEIVABLES              VALUE 'Y'.
           05 EOBFILE-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-EOBS                     VALUE 'Y'.
           05 OUTCOME-FOUND-SW          PIC X(1)   VALUE 'N'.
               88 OUTCOME-FOUND                    VALUE 'Y'.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 RECEIVABLES-READ-WS       PIC S9(7)    VALUE ZERO.
           05 CLAIMS-POSTED-WS          PIC S9(7)    VALUE ZERO.
           05 CLAIMS-DENIED-WS          PIC S9(7)    VALUE ZERO.
           05 CLAIMS-PENDED-WS          PIC S9(7)    VALUE ZERO.
           05 CLAIMS-NO-EOB-WS          PIC S9(7)    VALUE ZERO.
           05 RECEIVABLES-CLOSED-WS     PIC S9(7)    VALUE ZERO.
           05 CONTRACT-ADJ-WS           PIC S9(9)V99 VALUE ZERO.
           05 INS-PAID-WS               PIC S9(9)V99 VALUE ZERO.
           05 TOT-INS-PAID-WS           PIC S9(11)V99 VALUE ZERO.
           05 TOT-CONTRACT-ADJ-WS       PIC S9(11)V99 VALUE ZERO.
           05 TOT-SELF-PAY-WS           PIC S9(11)V99 VALUE ZERO.
           05 TOT-DENIED-WS             PIC S9(11)V99 VALUE ZERO.

      * Latest-run EOB outcomes, loaded up front so each receivable
      * can be matched without re-reading the extract.
       01 EOB-OUTCOME-TABLE-WS.
           05 EOB-COUNT-WS              PIC S9(4)  VALUE ZERO.
           05 EOB-ENTRY OCCURS 500 TIMES.
               10 EO-POLICY-NO          PIC 9(09).
               10 EO-MEMBER-SEQ         PIC 9(02).
               10 EO-SERVICE-DATE       PIC 9(08).
               10 EO-DISPOSITION        PIC X(01).
               10 EO-BILLED-AMOUNT      PIC S9(7)V99.
               10 EO-ALLOWED-AMOUNT     PIC S9(7)V99.
               10 EO-AMOUNT-PAID        PIC S9(7)V99.
               10 EO-REASON-CODE        PIC X(04).
               10 EO-REASON             PIC X(40).
               10 EO-RUN-DATE           PIC 9(08).
       77 EOB-SUB-WS                    PIC S9(4)  VALUE ZERO.
       77 MATCH-SUB-WS                  PIC S9(4)  VALUE ZERO.
       77 MEMBER-SEQ-WS                 PIC 9(02)  VALUE ZERO.

       01 CURR-DATE-WS                  PIC 9(08).

       01 REG-HEADING-ONE.
           05 HDG-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(44)
                  VALUE 'Insurance Posting to Patient Receivables'.

       01 REG-HEADING-TWO.
           05 FILLER                    PIC X(11)  VALUE 'PATIENT'.
           05 FILLER                    PIC X(12)  VALUE 'BILL DATE'.
           05 FILLER                    PIC X(13)  VALUE 'POLICY'.
           05 FILLER                    PIC X(11)  VALUE 'OUTCOME'.
           05 FILLER                    PIC X(16)
                  VALUE '         BILLED'.
           05 FILLER                    PIC X(16)
                  VALUE '       INS PAID'.
           05 FILLER                    PIC X(16)
                  VALUE '    CONTRACTUAL'.
           05 FILLER                    PIC X(16)
                  VALUE '       SELF-PAY'.
           05 FILLER                    PIC X(06)  VALUE 'REASON'.

       01 REG-DETAIL-LINE.
           05 RG-PATIENT-ID             PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RG-BILL-DATE              PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RG-POLICY-NO              PIC 9B999B99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 RG-OUTCOME                PIC X(09).
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 RG-BILLED-O               PIC $$$,$$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RG-INS-PAID-O             PIC $$$,$$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RG-CONTRACT-O             PIC $$$,$$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RG-SELF-PAY-O             PIC $$$,$$$,$$9.99-.
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 RG-REASON-CODE            PIC X(04).
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 RG-CLOSED                 PIC X(06).

       01 REG-TOTAL-LINE-1.
           05 FILLER                    PIC X(08)  VALUE 'POSTED: '.
           05 RGT-POSTED-O              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(14)
                  VALUE '   INS PAID:  '.
           05 RGT-INS-PAID-O            PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                    PIC X(17)
                  VALUE '   CONTRACTUAL:  '.
           05 RGT-CONTRACT-O            PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                    PIC X(14)
                  VALUE '   SELF-PAY:  '.
           05 RGT-SELF-PAY-O            PIC $$$,$$$,$$$,$$9.99-.

       01 REG-TOTAL-LINE-2.
           05 FILLER                    PIC X(08)  VALUE 'DENIED: '.
           05 RGT-DENIED-O              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(14)
                  VALUE '   ON DENIAL: '.
           05 RGT-DENIED-AMT-O          PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER                    PIC X(11)
                  VALUE '   PENDED: '.
           05 RGT-PENDED-O              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(11)
                  VALUE '   NO EOB: '.
           05 RGT-NO-EOB-O              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(11)
                  VALUE '   CLOSED: '.
           05 RGT-CLOSED-O              PIC ZZZ,ZZ9.

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
           OPEN I-O PATAR
           IF PATAR-MISSING
              DISPLAY 'NO RECEIVABLE FILE - NOTHING TO POST'
              MOVE 'Y' TO PATAR-EOF-SW
           ELSE
           IF NOT PATAR-OK
              DISPLAY 'PATIENT RECEIVABLE FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT PATINS
           IF NOT PATINS-OK
              DISPLAY 'PATIENT INSURANCE XREF PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN EXTEND ARDENIAL
           IF NOT ARDENIAL-OK
              OPEN OUTPUT ARDENIAL
           END-IF.
           IF NOT ARDENIAL-OK
              DISPLAY 'DENIAL WORK LIST FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT ARINSREG
           IF NOT ARINSREG-OK
              DISPLAY 'INSURANCE POSTING REGISTER PROBLEM'
              GO TO 999-ERROR-RTN.
           PERFORM 120-LOAD-EOB-OUTCOMES.
           MOVE CURR-DATE-WS TO HDG-DATE.
           WRITE ARINSREG-LINE FROM REG-HEADING-ONE.
           MOVE SPACES TO ARINSREG-LINE.
           WRITE ARINSREG-LINE.
           WRITE ARINSREG-LINE FROM REG-HEADING-TWO.
           IF EOB-COUNT-WS = ZERO
              MOVE 'Y' TO PATAR-EOF-SW
           END-IF.
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

      * Only settled outcomes are kept: paid and declined claims.
      * A pended claim is counted when its receivable comes up.
       120-LOAD-EOB-OUTCOMES.
           OPEN INPUT EOBFILE
           IF NOT EOBFILE-OK
              DISPLAY 'NO EOB EXTRACT - NOTHING TO POST'
              MOVE 'Y' TO EOBFILE-EOF-SW
           ELSE
              PERFORM 130-LOAD-ONE-EOB UNTIL NO-MORE-EOBS
              CLOSE EOBFILE
           END-IF.

       130-LOAD-ONE-EOB.
           READ EOBFILE
              AT END
                 MOVE 'Y' TO EOBFILE-EOF-SW
           END-READ.
           IF NOT NO-MORE-EOBS
              IF EOB-COUNT-WS < 500
                 ADD 1 TO EOB-COUNT-WS
                 MOVE EOB-POLICY-NO    TO EO-POLICY-NO (EOB-COUNT-WS)
                 IF EOB-MEMBER-SEQ NUMERIC
                    MOVE EOB-MEMBER-SEQ
                                    TO EO-MEMBER-SEQ (EOB-COUNT-WS)
                 ELSE
                    MOVE ZERO       TO EO-MEMBER-SEQ (EOB-COUNT-WS)
                 END-IF
                 MOVE EOB-SERVICE-DATE
                                  TO EO-SERVICE-DATE (EOB-COUNT-WS)
                 MOVE EOB-DISPOSITION
                                  TO EO-DISPOSITION (EOB-COUNT-WS)
                 MOVE EOB-BILLED-AMOUNT
                                  TO EO-BILLED-AMOUNT (EOB-COUNT-WS)
                 MOVE EOB-ALLOWED-AMOUNT
                                  TO EO-ALLOWED-AMOUNT (EOB-COUNT-WS)
                 MOVE EOB-AMOUNT-PAID
                                  TO EO-AMOUNT-PAID (EOB-COUNT-WS)
                 MOVE EOB-REASON-CODE
                                  TO EO-REASON-CODE (EOB-COUNT-WS)
                 MOVE EOB-REASON  TO EO-REASON (EOB-COUNT-WS)
                 MOVE EOB-RUN-DATE
                                  TO EO-RUN-DATE (EOB-COUNT-WS)
              ELSE
                 DISPLAY 'EOB TABLE FULL - CLAIM NOT POSTED: '
                         EOB-POLICY-NO
              END-IF
           END-IF.

       170-READ-RECEIVABLE.
           READ PATAR NEXT RECORD
              AT END
                 MOVE 'Y' TO PATAR-EOF-SW
           END-READ.
           IF NOT NO-MORE-RECEIVABLES
              ADD 1 TO RECEIVABLES-READ-WS
           END-IF.

      * A receivable already posted to self-pay or the denial work
      * list is never posted twice, and one with no cross-reference
      * was never bridged to a claim.
       200-PROCESS-ONE-AR.
           IF PA-OPEN AND PA-INSURANCE-RESP
              MOVE PA-PATIENT-ID TO PI-PATIENT-ID
              READ PATINS
              IF PATINS-REC-FOUND
                 PERFORM 300-FIND-OUTCOME
              END-IF
           END-IF.
           PERFORM 170-READ-RECEIVABLE.

       300-FIND-OUTCOME.
           MOVE 'N' TO OUTCOME-FOUND-SW.
           IF PI-MEMBER-SEQ NUMERIC
              MOVE PI-MEMBER-SEQ TO MEMBER-SEQ-WS
           ELSE
              MOVE ZERO TO MEMBER-SEQ-WS
           END-IF.
           PERFORM 310-SCAN-ONE-EOB
              VARYING EOB-SUB-WS FROM 1 BY 1
              UNTIL EOB-SUB-WS > EOB-COUNT-WS.
           IF NOT OUTCOME-FOUND
              ADD 1 TO CLAIMS-NO-EOB-WS
           ELSE
              EVALUATE EO-DISPOSITION (MATCH-SUB-WS)
                 WHEN 'P'
                    PERFORM 400-POST-PAID-CLAIM
                 WHEN 'D'
                    PERFORM 500-LIST-DENIED-CLAIM
                 WHEN OTHER
                    ADD 1 TO CLAIMS-PENDED-WS
              END-EVALUATE
           END-IF.

      * Every EOB for the bill is looked at. The reversal HOSP2CLM
      * sends ahead of a replacement claim comes back as a D006
      * decline that says nothing about the bill, so it is passed
      * over. Of the rest a paid outcome stands over a decline or a
      * pend, and otherwise the later entry wins.
       310-SCAN-ONE-EOB.
           IF EO-POLICY-NO (EOB-SUB-WS) = PI-POLICY-NO
              AND EO-MEMBER-SEQ (EOB-SUB-WS) = MEMBER-SEQ-WS
              AND EO-SERVICE-DATE (EOB-SUB-WS) = PA-BILL-DATE
              AND EO-REASON-CODE (EOB-SUB-WS) NOT = 'D006'
              IF OUTCOME-FOUND
                 AND EO-DISPOSITION (MATCH-SUB-WS) = 'P'
                 AND EO-DISPOSITION (EOB-SUB-WS) NOT = 'P'
                 CONTINUE
              ELSE
                 MOVE 'Y' TO OUTCOME-FOUND-SW
                 MOVE EOB-SUB-WS TO MATCH-SUB-WS
              END-IF
           END-IF.

      * What the insurer paid and the contractual allowance both come
      * off the balance; what is left is the patient's share.
       400-POST-PAID-CLAIM.
           COMPUTE CONTRACT-ADJ-WS =
              EO-BILLED-AMOUNT (MATCH-SUB-WS)
                 - EO-ALLOWED-AMOUNT (MATCH-SUB-WS).
           IF CONTRACT-ADJ-WS < ZERO
              MOVE ZERO TO CONTRACT-ADJ-WS
           END-IF.
           MOVE EO-AMOUNT-PAID (MATCH-SUB-WS) TO INS-PAID-WS.
      * An outcome already posted means this is the replacement claim
      * for a corrected bill. Its allowance replaces the original's,
      * and its payment covers the whole stay - the insurer recovers
      * the original payment against it - so only what it pays over
      * the insurance already received is new money.
           IF PA-INS-POST-DATE NUMERIC
              AND PA-INS-POST-DATE NOT = ZERO
              ADD PA-CONTRACT-ADJ TO PA-BALANCE
              MOVE ZERO TO PA-CONTRACT-ADJ
              SUBTRACT PA-INS-PAID FROM INS-PAID-WS
              IF INS-PAID-WS < ZERO
                 MOVE ZERO TO INS-PAID-WS
              END-IF
           END-IF.
           ADD INS-PAID-WS                    TO PA-INS-PAID.
           ADD CONTRACT-ADJ-WS                TO PA-CONTRACT-ADJ.
           SUBTRACT INS-PAID-WS               FROM PA-BALANCE.
           SUBTRACT CONTRACT-ADJ-WS           FROM PA-BALANCE.
           MOVE 'S'          TO PA-RESPONSIBILITY.
           MOVE CURR-DATE-WS TO PA-INS-POST-DATE.
           MOVE SPACES       TO RG-CLOSED.
           IF PA-BALANCE NOT > ZERO
              MOVE 'C'      TO PA-STATUS
              MOVE 'CLOSED' TO RG-CLOSED
              ADD 1 TO RECEIVABLES-CLOSED-WS
           END-IF.
           REWRITE PA-RECEIVABLE-REC.
           MOVE 'PAID'                          TO RG-OUTCOME.
           MOVE INS-PAID-WS                     TO RG-INS-PAID-O.
           MOVE CONTRACT-ADJ-WS                 TO RG-CONTRACT-O.
           MOVE SPACES                          TO RG-REASON-CODE.
           PERFORM 600-WRITE-REGISTER-LINE.
           ADD 1                               TO CLAIMS-POSTED-WS.
           ADD INS-PAID-WS                     TO TOT-INS-PAID-WS.
           ADD CONTRACT-ADJ-WS                 TO TOT-CONTRACT-ADJ-WS.
           ADD PA-BALANCE                      TO TOT-SELF-PAY-WS.

       500-LIST-DENIED-CLAIM.
           MOVE SPACES                        TO DW-DENIAL-REC.
           MOVE PA-PATIENT-ID                 TO DW-PATIENT-ID.
           MOVE PA-BILL-DATE                  TO DW-BILL-DATE.
           MOVE PA-LAST-NAME                  TO DW-LAST-NAME.
           MOVE PA-FIRST-NAME                 TO DW-FIRST-NAME.
           MOVE PI-POLICY-NO                  TO DW-POLICY-NO.
           MOVE MEMBER-SEQ-WS                 TO DW-MEMBER-SEQ.
           MOVE PA-BILL-AMOUNT                TO DW-BILLED-AMOUNT.
           MOVE PA-BALANCE                    TO DW-BALANCE.
           MOVE EO-REASON-CODE (MATCH-SUB-WS) TO DW-REASON-CODE.
           MOVE EO-REASON (MATCH-SUB-WS)      TO DW-REASON.
           MOVE EO-RUN-DATE (MATCH-SUB-WS)    TO DW-CLAIM-RUN-DATE.
           MOVE CURR-DATE-WS                  TO DW-LISTED-DATE.
           WRITE DW-DENIAL-REC.
           MOVE 'D'          TO PA-RESPONSIBILITY.
           MOVE CURR-DATE-WS TO PA-INS-POST-DATE.
           REWRITE PA-RECEIVABLE-REC.
           MOVE 'DENIED'                      TO RG-OUTCOME.
           MOVE ZERO                          TO RG-INS-PAID-O.
           MOVE ZERO                          TO RG-CONTRACT-O.
           MOVE EO-REASON-CODE (MATCH-SUB-WS) TO RG-REASON-CODE.
           MOVE SPACES                        TO RG-CLOSED.
           PERFORM 600-WRITE-REGISTER-LINE.
           ADD 1          TO CLAIMS-DENIED-WS.
           ADD PA-BALANCE TO TOT-DENIED-WS.

       600-WRITE-REGISTER-LINE.
           MOVE PA-PATIENT-ID  TO RG-PATIENT-ID.
           MOVE PA-BILL-DATE   TO RG-BILL-DATE.
           MOVE PI-POLICY-NO   TO RG-POLICY-NO.
           INSPECT RG-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE PA-BILL-AMOUNT TO RG-BILLED-O.
           MOVE PA-BALANCE     TO RG-SELF-PAY-O.
           WRITE ARINSREG-LINE FROM REG-DETAIL-LINE.

       700-WRITE-TOTALS.
           MOVE SPACES TO ARINSREG-LINE.
           WRITE ARINSREG-LINE.
           MOVE CLAIMS-POSTED-WS      TO RGT-POSTED-O.
           MOVE TOT-INS-PAID-WS       TO RGT-INS-PAID-O.
           MOVE TOT-CONTRACT-ADJ-WS   TO RGT-CONTRACT-O.
           MOVE TOT-SELF-PAY-WS       TO RGT-SELF-PAY-O.
           WRITE ARINSREG-LINE FROM REG-TOTAL-LINE-1.
           MOVE CLAIMS-DENIED-WS      TO RGT-DENIED-O.
           MOVE TOT-DENIED-WS         TO RGT-DENIED-AMT-O.
           MOVE CLAIMS-PENDED-WS      TO RGT-PENDED-O.
           MOVE CLAIMS-NO-EOB-WS      TO RGT-NO-EOB-O.
           MOVE RECEIVABLES-CLOSED-WS TO RGT-CLOSED-O.
           WRITE ARINSREG-LINE FROM REG-TOTAL-LINE-2.

       900-WRAP-UP.
           DISPLAY 'RECEIVABLES READ: ' RECEIVABLES-READ-WS.
           DISPLAY 'CLAIMS POSTED:    ' CLAIMS-POSTED-WS.
           DISPLAY 'CLAIMS DENIED:    ' CLAIMS-DENIED-WS.
           IF NOT PATAR-MISSING
              CLOSE PATAR
           END-IF.
           CLOSE PATINS, ARDENIAL, ARINSREG.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE PATAR, PATINS, ARDENIAL, ARINSREG.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
