       IDENTIFICATION DIVISION.
       PROGRAM-ID.      SUBRPOST.
      * Posts third-party recoveries - checks from the liable
      * party's carrier or out of the member's settlement - against
      * the subrogation cases CLAIMRPT opened on paid accident
      * claims. Each SUBRRCV receipt names the case by the claim
      * history key; the amount is added to the case and credited
      * back to the CLMHIST payment it recovers. A case recovered in
      * full, or settled short with the final-settlement flag set,
      * is closed recovered. Receipts with no case, or against a
      * closed one, go to the exception section of the register for
      * finance to resolve by hand. After posting, every case still
      * open is aged current/30/60/90-plus from its open date, and
      * the money applied goes to the general-ledger extract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBRRCV
             ASSIGN TO SUBRRCV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUBRRCV-ST.
           SELECT SUBROCAS
             ASSIGN TO SUBROCAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-CASE-KEY
               FILE STATUS IS SUBROCAS-ST.
           SELECT CLMHIST
             ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS CLMHIST-ST.
           SELECT POSTRPT
             ASSIGN TO POSTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSTRPT-ST.
           SELECT AGERPT
             ASSIGN TO AGERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGERPT-ST.
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
       FD  SUBRRCV
           RECORD CONTAINS 80 CHARACTERS.
       01 SUBRRCV-REC.
           05 SR-POLICY-NO              PIC 9(09).
           05 SR-CLAIM-SEQ              PIC 9(04).
           05 SR-RECOVERY-AMOUNT        PIC 9(7)V99.
           05 SR-RECEIPT-DATE           PIC 9(08).
      * 'Y' when this is the last money the case will see - a
      * settlement for less than was paid still closes the case.
           05 SR-FINAL-SW               PIC X(01).
               88 SR-FINAL-SETTLEMENT              VALUE 'Y'.
           05 FILLER                    PIC X(49).

       FD  SUBROCAS
           RECORD CONTAINS 120 CHARACTERS.
           COPY SUBROCAS.

       FD  CLMHIST
           RECORD CONTAINS 120 CHARACTERS.
           COPY CLMHIST.

       FD  POSTRPT
           RECORD CONTAINS 110 CHARACTERS.
       01 POSTRPT-LINE                PIC X(110).

       FD  AGERPT
           RECORD CONTAINS 110 CHARACTERS.
       01 AGERPT-LINE                 PIC X(110).

      * One balanced posting pair per run in the shared GLEXTR
      * layout GLCONSOL consolidates.
       FD  GLEXTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLEXTR.

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 SUBRRCV-ST                PIC X(2).
               88 SUBRRCV-OK                       VALUE '00'.
           05 SUBROCAS-ST               PIC X(2).
               88 SUBROCAS-OK                      VALUE '00'.
           05 CLMHIST-ST                PIC X(2).
               88 CLMHIST-OK                       VALUE '00'.
           05 POSTRPT-ST                PIC X(2).
               88 POSTRPT-OK                       VALUE '00'.
           05 AGERPT-ST                 PIC X(2).
               88 AGERPT-OK                        VALUE '00'.
           05 GLEXTR-ST                 PIC X(2).
               88 GLEXTR-OK                        VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 SUBRRCV-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-RECEIPTS                 VALUE 'Y'.
           05 CASE-SCAN-EOF-SW          PIC X(1)   VALUE 'N'.
               88 CASE-SCAN-EOF                    VALUE 'Y'.
           05 CASE-FOUND-SW             PIC X(1)   VALUE 'N'.
               88 CASE-FOUND                       VALUE 'Y'.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 RECEIPTS-READ-WS          PIC S9(7)    VALUE ZERO.
           05 RECEIPTS-APPLIED-WS       PIC S9(7)    VALUE ZERO.
           05 RECEIPTS-EXCEPTION-WS     PIC S9(7)    VALUE ZERO.
           05 CASES-CLOSED-WS           PIC S9(7)    VALUE ZERO.
           05 HIST-MISSING-WS           PIC S9(7)    VALUE ZERO.
           05 AMOUNT-APPLIED-WS         PIC S9(9)V99 VALUE ZERO.
           05 AMOUNT-UNAPPLIED-WS       PIC S9(9)V99 VALUE ZERO.
           05 OPEN-ON-CASE-WS           PIC S9(7)V99 VALUE ZERO.
           05 OPEN-COUNT-WS             PIC S9(7)    VALUE ZERO.
           05 AGE-DAYS-WS               PIC S9(5)    VALUE ZERO.
           05 TOT-CURRENT-WS            PIC S9(9)V99 VALUE ZERO.
           05 TOT-30-WS                 PIC S9(9)V99 VALUE ZERO.
           05 TOT-60-WS                 PIC S9(9)V99 VALUE ZERO.
           05 TOT-90-WS                 PIC S9(9)V99 VALUE ZERO.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-DATE-INT-WS          PIC 9(09).
           05 OPEN-DATE-INT-WS          PIC 9(09).

       01 POST-HEADING-ONE.
           05 POST-HDG-DATE             PIC XXXX/XX/XX.
           05 FILLER                    PIC X(25)  VALUE SPACES.
           05 FILLER                    PIC X(36)
                  VALUE 'Subrogation Recovery Posting Report'.

       01 POST-HEADER-TWO.
           05 FILLER                    PIC X(14)  VALUE 'POLICY'.
           05 FILLER                    PIC X(07)  VALUE 'CLAIM'.
           05 FILLER                    PIC X(16)  VALUE 'RECEIVED'.
           05 FILLER                    PIC X(16)  VALUE 'RECOVERED'.
           05 FILLER                    PIC X(16)  VALUE 'STILL OPEN'.
           05 FILLER                    PIC X(11)  VALUE 'STATUS'.
           05 FILLER                    PIC X(07)  VALUE 'HISTORY'.

       01 POST-DETAIL-LINE.
           05 PST-POLICY-NO             PIC 9B999B99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 PST-SEQ                   PIC 9(04).
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 PST-RECEIVED-OUT          PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 PST-RECOVERED-OUT         PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 PST-OPEN-OUT              PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 PST-STATUS-OUT            PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 PST-HIST-OUT              PIC X(12).

       01 POST-EXCEPTION-LINE.
           05 PSX-POLICY-NO             PIC 9B999B99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 PSX-SEQ                   PIC 9(04).
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 PSX-AMOUNT-OUT            PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 PSX-REASON                PIC X(40).

       01 POST-SUMMARY-LINE.
           05 FILLER                    PIC X(15)
                  VALUE 'RECEIPTS READ: '.
           05 PSS-READ-O                PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(11)
                  VALUE '  APPLIED: '.
           05 PSS-APPLIED-O             PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(14)
                  VALUE '  UNAPPLIED:  '.
           05 PSS-UNAPPLIED-O           PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(16)
                  VALUE '  CASES CLOSED: '.
           05 PSS-CLOSED-O              PIC ZZZ,ZZ9.

       01 AGE-HEADING-ONE.
           05 AGE-HDG-DATE              PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(42)
                  VALUE 'Open Subrogation Case Aging'.

       01 AGE-HEADER-TWO.
           05 FILLER                    PIC X(14)  VALUE 'POLICY'.
           05 FILLER                    PIC X(07)  VALUE 'CLAIM'.
           05 FILLER                    PIC X(12)  VALUE 'OPENED'.
           05 FILLER                    PIC X(16)  VALUE 'OPEN'.
           05 FILLER                    PIC X(09)  VALUE 'DAYS'.
           05 FILLER                    PIC X(10)  VALUE 'BUCKET'.
           05 FILLER                    PIC X(25)  VALUE 'CONTACT'.

       01 AGE-DETAIL-LINE.
           05 AGE-POLICY-NO             PIC 9B999B99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 AGE-SEQ                   PIC 9(04).
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 AGE-OPEN-DATE             PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 AGE-OPEN-OUT              PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 AGE-DAYS-OUT              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 AGE-BUCKET-OUT            PIC X(08).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 AGE-CONTACT-OUT           PIC X(25).

       01 AGE-TOTAL-LINE.
           05 FILLER                    PIC X(09)  VALUE 'CURRENT: '.
           05 AGT-CURRENT-O             PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(09)  VALUE '  30-59: '.
           05 AGT-30-O                  PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(09)  VALUE '  60-89: '.
           05 AGT-60-O                  PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(09)  VALUE '  90-UP: '.
           05 AGT-90-O                  PIC $$,$$$,$$9.99.

       01 AGE-COUNT-LINE.
           05 FILLER                    PIC X(25)
                  VALUE 'OPEN SUBROGATION CASES:'.
           05 AGC-COUNT-O               PIC ZZZ,ZZ9.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-RECEIPT UNTIL NO-MORE-RECEIPTS.
           PERFORM 700-WRITE-SUMMARY.
           PERFORM 500-AGE-OPEN-CASES.
           IF AMOUNT-APPLIED-WS > ZERO
              PERFORM 770-WRITE-GL-EXTRACT
           END-IF.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           MOVE FUNCTION INTEGER-OF-DATE (CURR-DATE-WS)
                                        TO CURR-DATE-INT-WS.
           OPEN INPUT SUBRRCV
           IF NOT SUBRRCV-OK
              DISPLAY 'SUBROGATION RECEIPT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN I-O SUBROCAS
           IF NOT SUBROCAS-OK
              DISPLAY 'SUBROGATION CASE FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN I-O CLMHIST
           IF NOT CLMHIST-OK
              DISPLAY 'CLAIM HISTORY FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT POSTRPT
           IF NOT POSTRPT-OK
              DISPLAY 'POSTING REPORT PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT AGERPT
           IF NOT AGERPT-OK
              DISPLAY 'AGING REPORT PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT GLEXTR
           IF NOT GLEXTR-OK
              DISPLAY 'GL EXTRACT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS TO POST-HDG-DATE.
           WRITE POSTRPT-LINE FROM POST-HEADING-ONE.
           MOVE SPACES TO POSTRPT-LINE.
           WRITE POSTRPT-LINE.
           WRITE POSTRPT-LINE FROM POST-HEADER-TWO.
           PERFORM 170-READ-RECEIPT.

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

       170-READ-RECEIPT.
           READ SUBRRCV
              AT END
                 MOVE 'Y' TO SUBRRCV-EOF-SW
           END-READ.
           IF NOT NO-MORE-RECEIPTS
              ADD 1 TO RECEIPTS-READ-WS
           END-IF.

      * Looks the receipt's case up by the claim history key and
      * posts it if the case is still being worked.
       200-PROCESS-RECEIPT.
           MOVE SR-POLICY-NO TO SB-POLICY-NO.
           MOVE SR-CLAIM-SEQ TO SB-CLAIM-SEQ.
           MOVE 'Y' TO CASE-FOUND-SW.
           READ SUBROCAS
              INVALID KEY
                 MOVE 'N' TO CASE-FOUND-SW
           END-READ.
           IF NOT CASE-FOUND
              MOVE 'NO SUBROGATION CASE FOR THIS CLAIM' TO PSX-REASON
              PERFORM 450-WRITE-EXCEPTION
           ELSE
           IF NOT SB-OPEN-CASE
              MOVE 'SUBROGATION CASE ALREADY CLOSED' TO PSX-REASON
              PERFORM 450-WRITE-EXCEPTION
           ELSE
              PERFORM 240-POST-ONE-CASE
              ADD 1 TO RECEIPTS-APPLIED-WS
           END-IF
           END-IF.
           PERFORM 170-READ-RECEIPT.

       240-POST-ONE-CASE.
           ADD SR-RECOVERY-AMOUNT TO SB-RECOVERED-AMOUNT.
           ADD SR-RECOVERY-AMOUNT TO AMOUNT-APPLIED-WS.
           IF SB-RECOVERED-AMOUNT NOT < SB-CLAIM-PAID
              OR SR-FINAL-SETTLEMENT
              MOVE 'R' TO SB-STATUS
              ADD 1 TO CASES-CLOSED-WS
           ELSE
              MOVE 'P' TO SB-STATUS
           END-IF.
           MOVE CURR-DATE-WS TO SB-LAST-ACTIVITY-DATE.
           REWRITE SB-CASE-REC.
           PERFORM 260-CREDIT-CLAIM-HISTORY.
           MOVE SB-POLICY-NO TO PST-POLICY-NO.
           INSPECT PST-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE SB-CLAIM-SEQ TO PST-SEQ.
           MOVE SR-RECOVERY-AMOUNT TO PST-RECEIVED-OUT.
           MOVE SB-RECOVERED-AMOUNT TO PST-RECOVERED-OUT.
           COMPUTE OPEN-ON-CASE-WS =
              SB-CLAIM-PAID - SB-RECOVERED-AMOUNT.
           IF OPEN-ON-CASE-WS < ZERO OR SB-RECOVERED
              MOVE ZERO TO OPEN-ON-CASE-WS
           END-IF.
           MOVE OPEN-ON-CASE-WS TO PST-OPEN-OUT.
           IF SB-RECOVERED
              MOVE 'RECOVERED' TO PST-STATUS-OUT
           ELSE
              MOVE 'PURSUING'  TO PST-STATUS-OUT
           END-IF.
           WRITE POSTRPT-LINE FROM POST-DETAIL-LINE.

      * Credits the receipt to the history entry for the payment the
      * case was opened on. A missing entry does not stop the case
      * posting - it is flagged on the register line.
       260-CREDIT-CLAIM-HISTORY.
           MOVE SB-POLICY-NO TO CH-POLICY-NO.
           MOVE SB-CLAIM-SEQ TO CH-CLAIM-SEQ.
           READ CLMHIST
              INVALID KEY
                 MOVE 'NOT ON FILE' TO PST-HIST-OUT
                 ADD 1 TO HIST-MISSING-WS
              NOT INVALID KEY
                 ADD SR-RECOVERY-AMOUNT TO CH-RECOVERED-AMOUNT
                 REWRITE CH-CLAIM-HIST-REC
                 MOVE 'CREDITED' TO PST-HIST-OUT
           END-READ.

       450-WRITE-EXCEPTION.
           MOVE SR-POLICY-NO TO PSX-POLICY-NO.
           INSPECT PSX-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE SR-CLAIM-SEQ TO PSX-SEQ.
           MOVE SR-RECOVERY-AMOUNT TO PSX-AMOUNT-OUT.
           WRITE POSTRPT-LINE FROM POST-EXCEPTION-LINE.
           ADD 1 TO RECEIPTS-EXCEPTION-WS.
           ADD SR-RECOVERY-AMOUNT TO AMOUNT-UNAPPLIED-WS.

      * Ages every case still open after this run's postings by
      * days since CLAIMRPT opened it.
       500-AGE-OPEN-CASES.
           MOVE CURR-DATE-WS TO AGE-HDG-DATE.
           WRITE AGERPT-LINE FROM AGE-HEADING-ONE.
           MOVE SPACES TO AGERPT-LINE.
           WRITE AGERPT-LINE.
           WRITE AGERPT-LINE FROM AGE-HEADER-TWO.
           MOVE 'N' TO CASE-SCAN-EOF-SW.
           MOVE LOW-VALUES TO SB-CASE-KEY.
           START SUBROCAS KEY IS NOT LESS THAN SB-CASE-KEY
              INVALID KEY
                 MOVE 'Y' TO CASE-SCAN-EOF-SW
           END-START.
           PERFORM 520-AGE-ONE-CASE UNTIL CASE-SCAN-EOF.
           MOVE TOT-CURRENT-WS TO AGT-CURRENT-O.
           MOVE TOT-30-WS      TO AGT-30-O.
           MOVE TOT-60-WS      TO AGT-60-O.
           MOVE TOT-90-WS      TO AGT-90-O.
           WRITE AGERPT-LINE FROM AGE-TOTAL-LINE.
           MOVE OPEN-COUNT-WS  TO AGC-COUNT-O.
           WRITE AGERPT-LINE FROM AGE-COUNT-LINE.

       520-AGE-ONE-CASE.
           READ SUBROCAS NEXT RECORD
              AT END
                 MOVE 'Y' TO CASE-SCAN-EOF-SW
           END-READ.
           IF NOT CASE-SCAN-EOF
              IF SB-OPEN-CASE
                 PERFORM 540-WRITE-AGE-LINE
              END-IF
           END-IF.

       540-WRITE-AGE-LINE.
           ADD 1 TO OPEN-COUNT-WS.
           COMPUTE OPEN-ON-CASE-WS =
              SB-CLAIM-PAID - SB-RECOVERED-AMOUNT.
           MOVE FUNCTION INTEGER-OF-DATE (SB-OPEN-DATE)
                                        TO OPEN-DATE-INT-WS.
           COMPUTE AGE-DAYS-WS =
              CURR-DATE-INT-WS - OPEN-DATE-INT-WS.
           EVALUATE TRUE
              WHEN AGE-DAYS-WS < 30
                 MOVE 'CURRENT' TO AGE-BUCKET-OUT
                 ADD OPEN-ON-CASE-WS TO TOT-CURRENT-WS
              WHEN AGE-DAYS-WS < 60
                 MOVE '30-59'   TO AGE-BUCKET-OUT
                 ADD OPEN-ON-CASE-WS TO TOT-30-WS
              WHEN AGE-DAYS-WS < 90
                 MOVE '60-89'   TO AGE-BUCKET-OUT
                 ADD OPEN-ON-CASE-WS TO TOT-60-WS
              WHEN OTHER
                 MOVE '90-UP'   TO AGE-BUCKET-OUT
                 ADD OPEN-ON-CASE-WS TO TOT-90-WS
           END-EVALUATE.
           MOVE SB-POLICY-NO TO AGE-POLICY-NO.
           INSPECT AGE-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE SB-CLAIM-SEQ    TO AGE-SEQ.
           MOVE SB-OPEN-DATE    TO AGE-OPEN-DATE.
           MOVE OPEN-ON-CASE-WS TO AGE-OPEN-OUT.
           MOVE AGE-DAYS-WS     TO AGE-DAYS-OUT.
           IF SB-CONTACT-NAME = SPACES
              MOVE 'NO CONTACT YET'  TO AGE-CONTACT-OUT
           ELSE
              MOVE SB-CONTACT-NAME   TO AGE-CONTACT-OUT
           END-IF.
           WRITE AGERPT-LINE FROM AGE-DETAIL-LINE.

       700-WRITE-SUMMARY.
           MOVE RECEIPTS-READ-WS    TO PSS-READ-O.
           MOVE AMOUNT-APPLIED-WS   TO PSS-APPLIED-O.
           MOVE AMOUNT-UNAPPLIED-WS TO PSS-UNAPPLIED-O.
           MOVE CASES-CLOSED-WS     TO PSS-CLOSED-O.
           WRITE POSTRPT-LINE FROM POST-SUMMARY-LINE.
           IF HIST-MISSING-WS > ZERO
              DISPLAY 'RECEIPTS WITH NO CLAIM HISTORY ENTRY: '
                      HIST-MISSING-WS
           END-IF.

      * Recovered cash in against the recoveries account, which
      * finance nets against claim expense.
       770-WRITE-GL-EXTRACT.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'CASH' TO GL-ACCOUNT.
           MOVE 'SUBROGATION RECOVERY' TO GL-DESCRIPTION.
           MOVE AMOUNT-APPLIED-WS TO GL-DEBIT.
           MOVE ZERO TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'SUBRPOST' TO GL-SOURCE.
           WRITE GLEXTR-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'CLMRECOV' TO GL-ACCOUNT.
           MOVE 'SUBROGATION RECOVERIES' TO GL-DESCRIPTION.
           MOVE ZERO TO GL-DEBIT.
           MOVE AMOUNT-APPLIED-WS TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'SUBRPOST' TO GL-SOURCE.
           WRITE GLEXTR-REC.

       900-WRAP-UP.
           CLOSE SUBRRCV, SUBROCAS, CLMHIST, POSTRPT, AGERPT, GLEXTR.
           IF RECEIPTS-EXCEPTION-WS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE SUBRRCV, SUBROCAS, CLMHIST, POSTRPT, AGERPT, GLEXTR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
