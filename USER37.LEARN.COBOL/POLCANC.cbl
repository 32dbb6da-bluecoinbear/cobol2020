       IDENTIFICATION DIVISION.
       PROGRAM-ID.      POLCANC.
      * Unearned premium refund for cancelled policies. Works the
      * POLCANX extract POLMAINT adds to on every termination: the
      * premium paid for cover beyond the termination date - from
      * the termination date up to the paid-to date, pro rata by
      * day on the annualized monthly premium - is owed back to the
      * policyholder. Any open overpayment receivable the policy
      * still carries is taken out of the refund first; what is
      * left goes to the PREMRFND file CLAIMPAY cuts the refund
      * checks from. The policy is then paid to its termination
      * date, so the same premium is never refunded twice. Every
      * cancellation is listed on the refund register with its
      * disposition, and the run's refunds go to the general-ledger
      * extract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLCANX
             ASSIGN TO POLCANX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLCANX-ST.
           SELECT POLMSTR
             ASSIGN TO POLMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POL-POLICY-NO
               FILE STATUS IS POLMSTR-ST.
           SELECT OVPRECV
             ASSIGN TO OVPRECV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OV-POLICY-NO
               FILE STATUS IS OVPRECV-ST.
           SELECT PREMRFND
             ASSIGN TO PREMRFND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMRFND-ST.
           SELECT RFNDREG
             ASSIGN TO RFNDREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RFNDREG-ST.
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
       FD  POLCANX
           RECORD CONTAINS 80 CHARACTERS.
           COPY POLCANX.

       FD  POLMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY POLMSTR.

       FD  OVPRECV
           RECORD CONTAINS 60 CHARACTERS.
           COPY OVPRECV.

       FD  PREMRFND
           RECORD CONTAINS 80 CHARACTERS.
           COPY PREMRFND.

       FD  RFNDREG
           RECORD CONTAINS 110 CHARACTERS.
       01 RFNDREG-LINE                PIC X(110).

      * Refunds owed against the refund payable account CLAIMPAY
      * clears when it issues the checks.
       FD  GLEXTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLEXTR.

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 POLCANX-ST                PIC X(2).
               88 POLCANX-OK                       VALUE '00'.
               88 POLCANX-MISSING                  VALUE '35'.
           05 POLMSTR-ST                PIC X(2).
               88 POLMSTR-OK                       VALUE '00'.
           05 OVPRECV-ST                PIC X(2).
               88 OVPRECV-OK                       VALUE '00'.
               88 OVPRECV-MISSING                  VALUE '35'.
           05 PREMRFND-ST               PIC X(2).
               88 PREMRFND-OK                      VALUE '00'.
           05 RFNDREG-ST                PIC X(2).
               88 RFNDREG-OK                       VALUE '00'.
           05 GLEXTR-ST                 PIC X(2).
               88 GLEXTR-OK                        VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 POLCANX-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-CANCELS                  VALUE 'Y'.
           05 POLICY-FOUND-SW           PIC X(1)   VALUE 'N'.
               88 POLICY-FOUND                     VALUE 'Y'.
           05 RECEIVABLE-FOUND-SW       PIC X(1)   VALUE 'N'.
               88 RECEIVABLE-FOUND                 VALUE 'Y'.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 CANCELS-READ-WS           PIC S9(7)    VALUE ZERO.
           05 REFUNDS-WRITTEN-WS        PIC S9(7)    VALUE ZERO.
           05 NOTHING-OWED-WS           PIC S9(7)    VALUE ZERO.
           05 CANCELS-SKIPPED-WS        PIC S9(7)    VALUE ZERO.
           05 UNEARNED-DAYS-WS          PIC S9(5)    VALUE ZERO.
           05 GROSS-REFUND-WS           PIC S9(7)V99 VALUE ZERO.
           05 OFFSET-AMOUNT-WS          PIC S9(7)V99 VALUE ZERO.
           05 NET-REFUND-WS             PIC S9(7)V99 VALUE ZERO.
           05 TOT-GROSS-WS              PIC S9(9)V99 VALUE ZERO.
           05 TOT-OFFSET-WS             PIC S9(9)V99 VALUE ZERO.
           05 TOT-NET-WS                PIC S9(9)V99 VALUE ZERO.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 TERM-DATE-INT-WS          PIC 9(09).
           05 PAID-TO-INT-WS            PIC 9(09).

       01 RFND-HEADING-ONE.
           05 RFH-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(25)  VALUE SPACES.
           05 FILLER                    PIC X(40)
                  VALUE 'Unearned Premium Refund Register'.

       01 RFND-HEADER-TWO.
           05 FILLER                    PIC X(13)  VALUE 'POLICY'.
           05 FILLER                    PIC X(17)  VALUE 'NAME'.
           05 FILLER                    PIC X(12)  VALUE 'TERMINATED'.
           05 FILLER                    PIC X(12)  VALUE 'PAID TO'.
           05 FILLER                    PIC X(06)  VALUE 'DAYS'.
           05 FILLER                    PIC X(14)  VALUE 'UNEARNED'.
           05 FILLER                    PIC X(14)  VALUE 'OFFSET'.
           05 FILLER                    PIC X(14)  VALUE 'REFUND'.
           05 FILLER                    PIC X(08)  VALUE 'ACTION'.

       01 RFND-DETAIL-LINE.
           05 RFD-POLICY-NO             PIC 9B999B99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RFD-LAST-NAME             PIC X(10).
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 RFD-FIRST-INIT            PIC X(01).
           05 FILLER                    PIC X(05)  VALUE SPACES.
           05 RFD-TERM-DATE             PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RFD-PAID-TO-DATE          PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RFD-DAYS-OUT              PIC ZZZ9.
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 RFD-GROSS-OUT             PIC $$$$,$$9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 RFD-OFFSET-OUT            PIC $$$$,$$9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 RFD-NET-OUT               PIC $$$$,$$9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 RFD-ACTION-OUT            PIC X(12).

       01 RFND-EXCEPTION-LINE.
           05 RFX-POLICY-NO             PIC 9B999B99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RFX-TERM-DATE             PIC XXXX/XX/XX.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 RFX-REASON                PIC X(40).

       01 RFND-TOTAL-LINE.
           05 FILLER                    PIC X(17)
                  VALUE 'TOTAL UNEARNED: '.
           05 RFT-GROSS-O               PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(11)
                  VALUE '  OFFSET: '.
           05 RFT-OFFSET-O              PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(11)
                  VALUE '  REFUND: '.
           05 RFT-NET-O                 PIC $$,$$$,$$9.99.

       01 RFND-COUNT-LINE.
           05 FILLER                    PIC X(17)
                  VALUE 'CANCELLATIONS: '.
           05 RFC-READ-O                PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(12)
                  VALUE '  REFUNDS: '.
           05 RFC-REFUNDS-O             PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(17)
                  VALUE '  NOTHING OWED: '.
           05 RFC-NOTHING-O             PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(12)
                  VALUE '  SKIPPED: '.
           05 RFC-SKIPPED-O             PIC ZZZ,ZZ9.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-CANCEL UNTIL NO-MORE-CANCELS.
           PERFORM 700-WRITE-TOTALS.
           IF TOT-GROSS-WS > ZERO
              PERFORM 770-WRITE-GL-EXTRACT
           END-IF.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           OPEN INPUT POLCANX
           IF POLCANX-MISSING
              DISPLAY 'NO CANCELLATION EXTRACT - NOTHING TO REFUND'
              MOVE 'Y' TO POLCANX-EOF-SW
           ELSE
           IF NOT POLCANX-OK
              DISPLAY 'CANCELLATION EXTRACT PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN I-O POLMSTR
           IF NOT POLMSTR-OK
              DISPLAY 'POLICY MASTER FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN I-O OVPRECV
           IF OVPRECV-MISSING
              OPEN OUTPUT OVPRECV
              CLOSE OVPRECV
              OPEN I-O OVPRECV
           END-IF
           IF NOT OVPRECV-OK
              DISPLAY 'OVERPAYMENT RECEIVABLE FILE PROBLEM'
              GO TO 999-ERROR-RTN.
      * Refunds not yet paid by CLAIMPAY stay on the file.
           OPEN EXTEND PREMRFND
           IF NOT PREMRFND-OK
              OPEN OUTPUT PREMRFND
              IF NOT PREMRFND-OK
                 DISPLAY 'PREMIUM REFUND FILE PROBLEM'
                 GO TO 999-ERROR-RTN.
           OPEN OUTPUT RFNDREG
           IF NOT RFNDREG-OK
              DISPLAY 'REFUND REGISTER PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT GLEXTR
           IF NOT GLEXTR-OK
              DISPLAY 'GL EXTRACT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS TO RFH-DATE.
           WRITE RFNDREG-LINE FROM RFND-HEADING-ONE.
           MOVE SPACES TO RFNDREG-LINE.
           WRITE RFNDREG-LINE.
           WRITE RFNDREG-LINE FROM RFND-HEADER-TWO.
           IF NOT NO-MORE-CANCELS
              PERFORM 170-READ-CANCEL.

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

       170-READ-CANCEL.
           READ POLCANX
              AT END
                 MOVE 'Y' TO POLCANX-EOF-SW
           END-READ.
           IF NOT NO-MORE-CANCELS
              ADD 1 TO CANCELS-READ-WS
           END-IF.

      * A cancellation is refunded from the master as it stands now:
      * a policy reinstated since it was terminated is owed nothing,
      * and one already refunded is paid only to its termination
      * date, which leaves no unearned days.
       200-PROCESS-CANCEL.
           MOVE PC-POLICY-NO TO POL-POLICY-NO.
           MOVE 'Y' TO POLICY-FOUND-SW.
           READ POLMSTR
              INVALID KEY
                 MOVE 'N' TO POLICY-FOUND-SW
           END-READ.
           IF NOT POLICY-FOUND
              MOVE 'POLICY NOT ON FILE' TO RFX-REASON
              PERFORM 450-WRITE-EXCEPTION
           ELSE
           IF NOT POL-TERMINATED
              MOVE 'POLICY REINSTATED - NO REFUND' TO RFX-REASON
              PERFORM 450-WRITE-EXCEPTION
           ELSE
           IF PC-TERM-DATE NOT NUMERIC
              OR PC-TERM-DATE = ZERO
              MOVE 'NO TERMINATION DATE ON EXTRACT' TO RFX-REASON
              PERFORM 450-WRITE-EXCEPTION
           ELSE
              PERFORM 240-COMPUTE-REFUND
           END-IF
           END-IF
           END-IF.
           PERFORM 170-READ-CANCEL.

      * Unearned days run from the termination date to the paid-to
      * date; the premium for them is the monthly premium
      * annualized and spread over a 365-day year.
       240-COMPUTE-REFUND.
           MOVE ZERO TO UNEARNED-DAYS-WS, GROSS-REFUND-WS,
                        OFFSET-AMOUNT-WS, NET-REFUND-WS.
           IF POL-PAID-TO-DATE NUMERIC
              AND POL-PAID-TO-DATE > PC-TERM-DATE
              MOVE FUNCTION INTEGER-OF-DATE (PC-TERM-DATE)
                                        TO TERM-DATE-INT-WS
              MOVE FUNCTION INTEGER-OF-DATE (POL-PAID-TO-DATE)
                                        TO PAID-TO-INT-WS
              COMPUTE UNEARNED-DAYS-WS =
                 PAID-TO-INT-WS - TERM-DATE-INT-WS
              COMPUTE GROSS-REFUND-WS ROUNDED =
                 POL-PREMIUM-AMOUNT * 12 * UNEARNED-DAYS-WS / 365
           END-IF.
           IF GROSS-REFUND-WS > ZERO
              PERFORM 260-OFFSET-RECEIVABLE
              COMPUTE NET-REFUND-WS =
                 GROSS-REFUND-WS - OFFSET-AMOUNT-WS
              MOVE PC-TERM-DATE TO POL-PAID-TO-DATE
              REWRITE POL-MASTER-REC
              ADD GROSS-REFUND-WS  TO TOT-GROSS-WS
              ADD OFFSET-AMOUNT-WS TO TOT-OFFSET-WS
              ADD NET-REFUND-WS    TO TOT-NET-WS
           END-IF.
           IF NET-REFUND-WS > ZERO
              PERFORM 280-WRITE-REFUND
              MOVE 'REFUND'    TO RFD-ACTION-OUT
           ELSE
           IF GROSS-REFUND-WS > ZERO
              MOVE 'OFFSET'    TO RFD-ACTION-OUT
              ADD 1 TO NOTHING-OWED-WS
           ELSE
              MOVE 'NONE OWED' TO RFD-ACTION-OUT
              ADD 1 TO NOTHING-OWED-WS
           END-IF
           END-IF.
           PERFORM 300-WRITE-DETAIL-LINE.

      * Money the policyholder still owes on a reversed claim comes
      * out of the refund before any of it is paid, the same way
      * CLAIMRPT takes it out of the next claim.
       260-OFFSET-RECEIVABLE.
           MOVE PC-POLICY-NO TO OV-POLICY-NO.
           MOVE 'Y' TO RECEIVABLE-FOUND-SW.
           READ OVPRECV
              INVALID KEY
                 MOVE 'N' TO RECEIVABLE-FOUND-SW
           END-READ.
           IF RECEIVABLE-FOUND
              AND OV-BALANCE > ZERO
              IF OV-BALANCE < GROSS-REFUND-WS
                 MOVE OV-BALANCE TO OFFSET-AMOUNT-WS
              ELSE
                 MOVE GROSS-REFUND-WS TO OFFSET-AMOUNT-WS
              END-IF
              SUBTRACT OFFSET-AMOUNT-WS FROM OV-BALANCE
              MOVE CURR-DATE-WS TO OV-LAST-ACTIVITY-DATE
              REWRITE OV-OVERPAY-REC
           END-IF.

       280-WRITE-REFUND.
           MOVE SPACES TO RF-REFUND-REC.
           MOVE POL-POLICY-NO    TO RF-POLICY-NO.
           MOVE POL-LAST-NAME    TO RF-LAST-NAME.
           MOVE POL-FIRST-NAME   TO RF-FIRST-NAME.
           MOVE PC-TERM-DATE     TO RF-TERM-DATE.
           MOVE GROSS-REFUND-WS  TO RF-GROSS-REFUND.
           MOVE OFFSET-AMOUNT-WS TO RF-OFFSET-AMOUNT.
           MOVE NET-REFUND-WS    TO RF-NET-REFUND.
           WRITE RF-REFUND-REC.
           ADD 1 TO REFUNDS-WRITTEN-WS.

       300-WRITE-DETAIL-LINE.
           MOVE PC-POLICY-NO TO RFD-POLICY-NO.
           INSPECT RFD-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE POL-LAST-NAME          TO RFD-LAST-NAME.
           MOVE POL-FIRST-NAME (1:1)   TO RFD-FIRST-INIT.
           MOVE PC-TERM-DATE           TO RFD-TERM-DATE.
           MOVE PC-PAID-TO-DATE        TO RFD-PAID-TO-DATE.
           MOVE UNEARNED-DAYS-WS       TO RFD-DAYS-OUT.
           MOVE GROSS-REFUND-WS        TO RFD-GROSS-OUT.
           MOVE OFFSET-AMOUNT-WS       TO RFD-OFFSET-OUT.
           MOVE NET-REFUND-WS          TO RFD-NET-OUT.
           WRITE RFNDREG-LINE FROM RFND-DETAIL-LINE.

       450-WRITE-EXCEPTION.
           MOVE PC-POLICY-NO TO RFX-POLICY-NO.
           INSPECT RFX-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE PC-TERM-DATE TO RFX-TERM-DATE.
           WRITE RFNDREG-LINE FROM RFND-EXCEPTION-LINE.
           ADD 1 TO CANCELS-SKIPPED-WS.

       700-WRITE-TOTALS.
           MOVE SPACES TO RFNDREG-LINE.
           WRITE RFNDREG-LINE.
           MOVE TOT-GROSS-WS       TO RFT-GROSS-O.
           MOVE TOT-OFFSET-WS      TO RFT-OFFSET-O.
           MOVE TOT-NET-WS         TO RFT-NET-O.
           WRITE RFNDREG-LINE FROM RFND-TOTAL-LINE.
           MOVE CANCELS-READ-WS    TO RFC-READ-O.
           MOVE REFUNDS-WRITTEN-WS TO RFC-REFUNDS-O.
           MOVE NOTHING-OWED-WS    TO RFC-NOTHING-O.
           MOVE CANCELS-SKIPPED-WS TO RFC-SKIPPED-O.
           WRITE RFNDREG-LINE FROM RFND-COUNT-LINE.

      * The unearned premium comes back out of premium as refunds;
      * the part kept against a receivable is a recovery on the
      * overpaid claim, and the rest is owed the policyholder until
      * CLAIMPAY issues the check.
       770-WRITE-GL-EXTRACT.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'PREMREF' TO GL-ACCOUNT.
           MOVE 'UNEARNED PREMIUM REFUNDED' TO GL-DESCRIPTION.
           MOVE TOT-GROSS-WS TO GL-DEBIT.
           MOVE ZERO TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'POLCANC' TO GL-SOURCE.
           WRITE GLEXTR-REC.
           IF TOT-OFFSET-WS > ZERO
              MOVE SPACES TO GLEXTR-REC
              MOVE 'CLMRECOV' TO GL-ACCOUNT
              MOVE 'OVERPAYMENT OFFSET' TO GL-DESCRIPTION
              MOVE ZERO TO GL-DEBIT
              MOVE TOT-OFFSET-WS TO GL-CREDIT
              MOVE CURR-DATE-WS TO GL-POST-DATE-N
              MOVE 'POLCANC' TO GL-SOURCE
              WRITE GLEXTR-REC
           END-IF.
           IF TOT-NET-WS > ZERO
              MOVE SPACES TO GLEXTR-REC
              MOVE 'REFPAY' TO GL-ACCOUNT
              MOVE 'PREMIUM REFUNDS PAYABLE' TO GL-DESCRIPTION
              MOVE ZERO TO GL-DEBIT
              MOVE TOT-NET-WS TO GL-CREDIT
              MOVE CURR-DATE-WS TO GL-POST-DATE-N
              MOVE 'POLCANC' TO GL-SOURCE
              WRITE GLEXTR-REC
           END-IF.

      * Every cancellation on the extract has now been dealt with,
      * so it starts empty for POLMAINT's next terminations.
       900-WRAP-UP.
           IF NOT POLCANX-MISSING
              CLOSE POLCANX
              OPEN OUTPUT POLCANX
              CLOSE POLCANX
           END-IF.
           CLOSE POLMSTR, OVPRECV, PREMRFND, RFNDREG, GLEXTR.
           IF CANCELS-SKIPPED-WS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE POLCANX, POLMSTR, OVPRECV, PREMRFND, RFNDREG, GLEXTR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
