      * TOT-CLAIM-AMOUNT-PAID, and keeps every payment on the
      * payment master so a void-and-reissue transaction can cancel
      * a lost check and cut a replacement without manual
      * bookkeeping. Providers with an active EFT enrollment on the
      * provider master are paid by ACH instead of check: their
      * claims stay off the check register and positive-pay file,
      * each one goes to the remittance detail file, and the run
      * sends one credit per provider for the total. A provider
      * still in prenote gets its zero-dollar prenote entry and one
      * more run of checks. A payment issued past the prompt-pay
      * deadline counted from the claim's received date carries
      * statutory interest as a separate line, and every payment
      * goes to the prompt-pay extract for the monthly compliance
      * report. Refunds of unearned premium that POLCANC computed for
      * cancelled policies go out on the same check sequence and
      * payment master, made out to the policyholder, so they
      * reconcile and void like any other check; they stay off the
      * prompt-pay extract and post to the refund payable account.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             ASSIGN TO GLEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLEXTR-ST.
           SELECT ACHFILE
             ASSIGN TO ACHFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACHFILE-ST.
           SELECT EFTRMT
             ASSIGN TO EFTRMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EFTRMT-ST.
           SELECT PROMPTPY
             ASSIGN TO PROMPTPY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROMPTPY-ST.
           SELECT PREMRFND
             ASSIGN TO PREMRFND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMRFND-ST.

       DATA DIVISION.
       FILE SECTION.
      * Pay-to provider stamped by CLAIMRPT: non-zero directs the
      * check to the provider master's payee instead of the member.
           05 REMIT-PROVIDER-NO         PIC 9(06).
      * Policy type and claim received date, for the prompt-pay
      * clock. A zero received date means the claim is not measured.
           05 REMIT-POLICY-TYPE         PIC 9(01).
           05 REMIT-RECEIVED-DATE       PIC 9(08).
           05 FILLER                    PIC X(02).

       FD  VOIDTRAN
           RECORD CONTAINS 80 CHARACTERS.
       01 CHECKNBR-REC                PIC 9(08).

      * PROVMNT-maintained provider master, read to resolve the
      * pay-to payee name for provider-directed payments and the
      * provider's EFT enrollment. Updated only to activate an
      * enrollment whose prenote waiting period has run out.
       FD  PROVMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY PROVMSTR.

      * ADDRMNT-maintained policyholder address master - the
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLEXTR.

      * NACHA file for the bank, wrapped the way PAYROL3A wraps the
      * payroll direct deposits: file and batch headers, the
      * entries, a balancing offset debit to the funding account,
      * batch and file controls, and nines padding to a full block.
       FD  ACHFILE
           RECORD CONTAINS 94 CHARACTERS.
       01 ACH-REC.
           05 ACH-RECORD-TYPE           PIC X(01).
           05 ACH-TRANSACTION-CODE      PIC X(02).
           05 ACH-RECEIVING-DFI-ID      PIC X(08).
           05 ACH-CHECK-DIGIT           PIC X(01).
           05 ACH-DFI-ACCOUNT-NBR       PIC X(17).
           05 ACH-AMOUNT                PIC 9(10).
           05 ACH-INDIVIDUAL-ID         PIC X(15).
           05 ACH-INDIVIDUAL-NAME       PIC X(22).
           05 ACH-DISCRETIONARY-DATA    PIC X(02).
           05 ACH-ADDENDA-IND           PIC X(01).
           05 ACH-TRACE-NUMBER          PIC X(15).

      * Remittance detail behind each provider's EFT credit: one D
      * record per claim paid (followed by an I record for any
      * prompt-pay interest on it), then a T record with the
      * credit's trace number and total once the run has summed the
      * provider. The provider number on every record lets the
      * file be split per provider for delivery.
       FD  EFTRMT
           RECORD CONTAINS 80 CHARACTERS.
       01 EFTRMT-REC.
           05 ER-RECORD-TYPE            PIC X(01).
               88 ER-DETAIL-REC                    VALUE 'D'.
               88 ER-INTEREST-REC                  VALUE 'I'.
               88 ER-TOTAL-REC                     VALUE 'T'.
           05 ER-PROVIDER-NO            PIC 9(06).
           05 ER-DETAIL-DATA.
               10 ER-PAYMENT-NO         PIC 9(08).
               10 ER-POLICY-NO          PIC 9(09).
               10 ER-LAST-NAME          PIC X(10).
               10 ER-FIRST-NAME         PIC X(15).
               10 ER-CLAIM-AMOUNT       PIC S9(7)V99.
               10 ER-AMOUNT-PAID        PIC S9(7)V99.
               10 ER-DEDUCTIBLE-APPLIED PIC S9(5)V99.
               10 ER-REASON-CODE        PIC X(04).
               10 FILLER                PIC X(02).
           05 ER-TOTAL-DATA REDEFINES ER-DETAIL-DATA.
               10 ER-TRACE-NUMBER       PIC X(15).
               10 ER-EFFECTIVE-DATE     PIC 9(08).
               10 ER-CLAIM-COUNT        PIC 9(05).
               10 ER-PAYMENT-TOTAL      PIC 9(09)V99.
               10 FILLER                PIC X(34).

      * Every payment issued this run, appended for PPAYRPT.
       FD  PROMPTPY
           RECORD CONTAINS 80 CHARACTERS.
           COPY PROMPTPY.

      * Premium refunds waiting to be paid, from POLCANC. Emptied
      * once this run has issued them.
       FD  PREMRFND
           RECORD CONTAINS 80 CHARACTERS.
           COPY PREMRFND.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
               88 PAYREG-OK                        VALUE '00'.
           05 GLEXTR-ST                 PIC X(2).
               88 GLEXTR-OK                        VALUE '00'.
           05 ACHFILE-ST                PIC X(2).
               88 ACHFILE-OK                       VALUE '00'.
           05 EFTRMT-ST                 PIC X(2).
               88 EFTRMT-OK                        VALUE '00'.
           05 PROMPTPY-ST               PIC X(2).
               88 PROMPTPY-OK                      VALUE '00'.
           05 PREMRFND-ST               PIC X(2).
               88 PREMRFND-OK                      VALUE '00'.
               88 PREMRFND-MISSING                 VALUE '35'.
           05 REMIT-EOF-SW              PIC X(1)   VALUE 'N'.
               88 NO-MORE-REMITS                   VALUE 'Y'.
           05 VOID-EOF-SW               PIC X(1)   VALUE 'N'.
               88 NO-MORE-VOIDS                    VALUE 'Y'.
           05 REFUND-EOF-SW             PIC X(1)   VALUE 'N'.
               88 NO-MORE-REFUNDS                  VALUE 'Y'.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 REMITS-READ-WS            PIC S9(7)    VALUE ZERO.
           05 PROVIDER-CHECKS-WS        PIC S9(7)    VALUE ZERO.
           05 POSPAY-COUNT-WS           PIC S9(7)    VALUE ZERO.
           05 POSPAY-AMOUNT-WS          PIC S9(11)V99 VALUE ZERO.
           05 EFT-CLAIMS-WS             PIC S9(7)    VALUE ZERO.
           05 EFT-CREDITS-WS            PIC S9(7)    VALUE ZERO.
           05 EFT-PRENOTES-WS           PIC S9(7)    VALUE ZERO.
           05 TOT-EFT-PAID-WS           PIC S9(9)V99 VALUE ZERO.
           05 TOT-CASH-OUT-WS           PIC S9(9)V99 VALUE ZERO.
           05 INTEREST-PAYMENTS-WS      PIC S9(7)    VALUE ZERO.
           05 TOT-INTEREST-WS           PIC S9(9)V99 VALUE ZERO.
           05 TOT-CLAIM-EXPENSE-WS      PIC S9(9)V99 VALUE ZERO.
           05 REFUNDS-ISSUED-WS         PIC S9(7)    VALUE ZERO.
           05 TOT-REFUND-WS             PIC S9(9)V99 VALUE ZERO.

      * The unearned premium and any receivable offset behind the
      * refund check being printed - zero for every other payment.
       01 REFUND-WORK-WS.
           05 REFUND-GROSS-WS           PIC S9(7)V99 VALUE ZERO.
           05 REFUND-OFFSET-WS          PIC S9(7)V99 VALUE ZERO.

       01 PAYEE-NAME-WS                 PIC X(26)  VALUE SPACES.

      * Per-provider payment tallies for the run summary. The EFT
      * columns collect an enrolled provider's claims into the one
      * ACH credit the run sends, and remember whether this run
      * already sent a provider's prenote.
       01 PROVIDER-TALLY-TABLE-WS.
           05 PROV-TALLY-ENTRY OCCURS 50 TIMES.
               10 PT-PROVIDER-NO        PIC 9(06).
               10 PT-PROVIDER-NAME      PIC X(26).
               10 PT-CHECK-COUNT        PIC S9(5).
               10 PT-AMOUNT             PIC S9(9)V99.
               10 PT-EFT-COUNT          PIC S9(5).
               10 PT-EFT-AMOUNT         PIC S9(9)V99.
               10 PT-PRENOTE-SENT-SW    PIC X(01).
                   88 PT-PRENOTE-SENT              VALUE 'Y'.
       77 PT-SUB-WS                     PIC S9(3)  VALUE ZERO.
       77 PT-HIT-WS                     PIC S9(3)  VALUE ZERO.
       77 PT-USED-WS                    PIC S9(3)  VALUE ZERO.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-DATE-INT-WS          PIC 9(09).
           05 PRENOTE-INT-WS            PIC 9(09).
           05 PRENOTE-AGE-DAYS-WS       PIC S9(05).

      * Calendar days a provider's prenote waits at the bank before
      * the enrollment goes live - the payroll stream's wait.
       77 PRENOTE-WAIT-DAYS-WS          PIC 9(03)  VALUE 010.
       77 PRENOTE-MODE-SW               PIC X(01)  VALUE 'N'.

      * State prompt-pay terms: a claim must be paid within this many
      * calendar days of receipt, or the payment carries simple
      * interest at the annual rate for every day past the deadline.
       77 PROMPT-PAY-DAYS-WS            PIC 9(03)  VALUE 030.
       77 PROMPT-PAY-RATE-WS            PIC V9(04) VALUE .1200.

       01 PROMPT-PAY-WORK-WS.
           05 RECEIVED-INT-WS           PIC 9(09).
           05 DAYS-TO-PAY-WS            PIC S9(05).
           05 DAYS-LATE-WS              PIC S9(05).
           05 INTEREST-WS               PIC S9(5)V99.
           05 CLAIM-PORTION-WS          PIC S9(7)V99.
           05 TIMELY-IND-WS             PIC X(01).

      * Company/bank identity constants for the NACHA file wrapper.
       77 ACH-IMMED-DEST-WS             PIC X(10)  VALUE ' 071000013'.
       77 ACH-IMMED-ORIGIN-WS           PIC X(10)  VALUE '1234567890'.
       77 ACH-DEST-NAME-WS              PIC X(23)
                  VALUE 'FIRST NATIONAL BANK'.
       77 ACH-ORIGIN-NAME-WS            PIC X(23)
                  VALUE 'ACME HEALTH PLAN'.
       77 ACH-COMPANY-NAME-WS           PIC X(16)  VALUE 'ACME CLAIMS'.
       77 ACH-COMPANY-ID-WS             PIC X(10)  VALUE '1234567890'.
       77 ACH-ODFI-ID-WS                PIC X(08)  VALUE '07100001'.
      * Claims disbursement account the balanced offset debit posts
      * to.
       77 ACH-OFFSET-ACCOUNT-WS         PIC X(17)
                  VALUE '000000088888888'.
       77 ACH-SEQ-WS                    PIC 9(07)  VALUE ZERO.
       77 ACH-ENTRY-COUNT-WS            PIC 9(08)  VALUE ZERO.
       77 ACH-ENTRY-HASH-WS             PIC 9(10)  VALUE ZERO.
       77 ACH-CREDIT-TOTAL-WS           PIC 9(12)  VALUE ZERO.
       77 ACH-DEBIT-TOTAL-WS            PIC 9(12)  VALUE ZERO.
       77 ACH-RECORD-COUNT-WS           PIC 9(08)  VALUE ZERO.
       77 ACH-BLOCK-COUNT-WS            PIC 9(06)  VALUE ZERO.
       77 ACH-PAD-REMAINDER-WS          PIC 9(02)  VALUE ZERO.
       77 ACH-HASH-DIGITS-WS            PIC 9(08)  VALUE ZERO.
       77 ACH-DATE-YYMMDD-WS            PIC X(06)  VALUE SPACE.
       77 ACH-TIME-HHMM-WS              PIC X(04)  VALUE SPACE.

       01 ACH-FILE-HEADER-WS.
           05 FILLER                    PIC X(01)  VALUE '1'.
           05 FILLER                    PIC X(02)  VALUE '01'.
           05 AFH-IMMED-DEST            PIC X(10).
           05 AFH-IMMED-ORIGIN          PIC X(10).
           05 AFH-FILE-DATE             PIC X(06).
           05 AFH-FILE-TIME             PIC X(04).
           05 FILLER                    PIC X(01)  VALUE 'A'.
           05 FILLER                    PIC X(03)  VALUE '094'.
           05 FILLER                    PIC X(02)  VALUE '10'.
           05 FILLER                    PIC X(01)  VALUE '1'.
           05 AFH-DEST-NAME             PIC X(23).
           05 AFH-ORIGIN-NAME           PIC X(23).
           05 FILLER                    PIC X(08)  VALUE SPACE.

      * Corporate credits to providers (CCD) under the standard
      * health-care claim payment entry description.
       01 ACH-BATCH-HEADER-WS.
           05 FILLER                    PIC X(01)  VALUE '5'.
           05 FILLER                    PIC X(03)  VALUE '200'.
           05 ABH-COMPANY-NAME          PIC X(16).
           05 FILLER                    PIC X(20)  VALUE SPACE.
           05 ABH-COMPANY-ID            PIC X(10).
           05 FILLER                    PIC X(03)  VALUE 'CCD'.
           05 FILLER                    PIC X(10)  VALUE 'HCCLAIMPMT'.
           05 ABH-DESCR-DATE            PIC X(06).
           05 ABH-EFFECTIVE-DATE        PIC X(06).
           05 FILLER                    PIC X(03)  VALUE SPACE.
           05 FILLER                    PIC X(01)  VALUE '1'.
           05 ABH-ODFI-ID               PIC X(08).
           05 FILLER                    PIC X(07)  VALUE '0000001'.

       01 ACH-BATCH-CONTROL-WS.
           05 FILLER                    PIC X(01)  VALUE '8'.
           05 FILLER                    PIC X(03)  VALUE '200'.
           05 ABC-ENTRY-COUNT           PIC 9(06).
           05 ABC-ENTRY-HASH            PIC 9(10).
           05 ABC-DEBIT-TOTAL           PIC 9(12).
           05 ABC-CREDIT-TOTAL          PIC 9(12).
           05 ABC-COMPANY-ID            PIC X(10).
           05 FILLER                    PIC X(25)  VALUE SPACE.
           05 ABC-ODFI-ID               PIC X(08).
           05 FILLER                    PIC X(07)  VALUE '0000001'.

       01 ACH-FILE-CONTROL-WS.
           05 FILLER                    PIC X(01)  VALUE '9'.
           05 AFC-BATCH-COUNT           PIC 9(06).
           05 AFC-BLOCK-COUNT           PIC 9(06).
           05 AFC-ENTRY-COUNT           PIC 9(08).
           05 AFC-ENTRY-HASH            PIC 9(10).
           05 AFC-DEBIT-TOTAL           PIC 9(12).
           05 AFC-CREDIT-TOTAL          PIC 9(12).
           05 FILLER                    PIC X(39)  VALUE SPACE.

       01 ACH-PAD-LINE-WS               PIC X(94)  VALUE ALL '9'.

       01 REG-HEADING-ONE.
           05 REG-HDG-DATE              PIC XXXX/XX/XX.
           05 FILLER                    PIC X(13)  VALUE 'POLICY'.
           05 FILLER                    PIC X(27)  VALUE 'PAYEE'.
           05 FILLER                    PIC X(16)  VALUE 'AMOUNT'.
           05 FILLER                    PIC X(12)  VALUE 'STATUS'.
           05 FILLER                    PIC X(08)  VALUE 'INTEREST'.

       01 REG-DETAIL-LINE.
           05 REG-CHECK-NO              PIC 9(08).
           05 REG-AMOUNT-OUT            PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 REG-STATUS-OUT            PIC X(10).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 REG-INTEREST-AREA.
               10 REG-INTEREST-OUT      PIC $$,$$9.99.

       01 REG-TOTAL-LINE.
           05 FILLER                    PIC X(16)
                  VALUE '  REISSUED: '.
           05 RGT-REISSUED-O            PIC ZZZ,ZZ9.

       01 INTEREST-REG-LINE.
           05 FILLER                    PIC X(23)
                  VALUE 'PROMPT-PAY INTEREST ON:'.
           05 IRL-COUNT-O               PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(09)  VALUE '  TOTAL: '.
           05 IRL-TOTAL-O               PIC $$$,$$$,$$9.99.

       01 POSPAY-REG-LINE.
           05 FILLER                    PIC X(23)
                  VALUE 'POSITIVE PAY ISSUED:   '.
           05 FILLER                    PIC X(09)  VALUE '  TOTAL: '.
           05 PPR-TOTAL-O               PIC $$$,$$$,$$9.99.

       01 REFUND-REG-LINE.
           05 FILLER                    PIC X(23)
                  VALUE 'PREMIUM REFUNDS ISSUED:'.
           05 RRL-COUNT-O               PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(09)  VALUE '  TOTAL: '.
           05 RRL-TOTAL-O               PIC $$$,$$$,$$9.99.

       01 EFT-REG-LINE.
           05 FILLER                    PIC X(16)
                  VALUE 'EFT CLAIMS PAID:'.
           05 EFR-CLAIMS-O              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(09)  VALUE '  TOTAL: '.
           05 EFR-TOTAL-O               PIC $$$,$$$,$$9.99.
           05 FILLER                    PIC X(15)
                  VALUE '  ACH CREDITS: '.
           05 EFR-CREDITS-O             PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(12)
                  VALUE '  PRENOTES: '.
           05 EFR-PRENOTES-O            PIC ZZZ,ZZ9.

       01 PROV-SUMMARY-HEADER.
           05 FILLER                    PIC X(33)
                  VALUE 'PAYMENT SUMMARY BY PROVIDER'.
           05 FILLER                    PIC X(28)  VALUE 'NAME'.
           05 FILLER                    PIC X(09)  VALUE 'CHECKS'.
           05 FILLER                    PIC X(16)  VALUE 'AMOUNT'.
           05 FILLER                    PIC X(09)  VALUE 'EFT'.
           05 FILLER                    PIC X(16)  VALUE 'EFT AMOUNT'.

       01 PROV-SUMMARY-LINE.
           05 PRV-PROVIDER-NO-O         PIC 9(06).
           05 PRV-COUNT-O               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 PRV-AMOUNT-O              PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 PRV-EFT-COUNT-O           PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 PRV-EFT-AMOUNT-O          PIC $$,$$$,$$9.99.

       01 DOC-LINE-1.
           05 DOC-TITLE                 PIC X(15)
                  VALUE 'CLAIM PAYMENT'.
           05 FILLER                    PIC X(06)  VALUE 'CHECK '.
           05 DOC-CHECK-NO              PIC 9(08).
           05 FILLER                    PIC X(07)  VALUE '  DATE '.
           05 DOC-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(10)  VALUE '  POLICY  '.
           05 DOC-POLICY-NO             PIC 9(09).

      * The claim and interest lines printed above the amount line
      * when a late payment carries prompt-pay interest.
       01 DOC-CLAIM-LINE.
           05 FILLER                    PIC X(22)
                  VALUE 'CLAIM PAYMENT'.
           05 DOC-CLAIM-PORTION         PIC $$,$$$,$$9.99.

       01 DOC-INTEREST-LINE.
           05 FILLER                    PIC X(22)
                  VALUE 'PROMPT-PAY INTEREST'.
           05 DOC-INTEREST              PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DOC-DAYS-LATE             PIC ZZZZ9.
           05 FILLER                    PIC X(10)  VALUE ' DAYS LATE'.

      * The unearned premium, less anything owed on an overpaid
      * claim, printed above the amount line of a refund check.
       01 DOC-UNEARNED-LINE.
           05 FILLER                    PIC X(22)
                  VALUE 'UNEARNED PREMIUM'.
           05 DOC-UNEARNED              PIC $$,$$$,$$9.99.

       01 DOC-OFFSET-LINE.
           05 FILLER                    PIC X(22)
                  VALUE 'LESS OVERPAYMENT OWED'.
           05 DOC-OFFSET                PIC $$,$$$,$$9.99.

       01 DOC-ADDR-LINE.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 DOC-ADDR-TEXT             PIC X(45).
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-ISSUE-PAYMENT UNTIL NO-MORE-REMITS.
           PERFORM 500-ISSUE-REFUNDS.
           PERFORM 400-PROCESS-VOIDS.
           PERFORM 700-WRITE-REGISTER-TOTAL.
           PERFORM 740-WRITE-POSPAY-TRAILER.
           PERFORM 720-SEND-EFT-CREDITS.
           PERFORM 785-WRITE-ACH-TRAILERS.
           PERFORM 750-WRITE-PROVIDER-SUMMARY.
           PERFORM 770-WRITE-GL-EXTRACT.
           PERFORM 800-SAVE-CHECK-NUMBER.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           MOVE FUNCTION INTEGER-OF-DATE (CURR-DATE-WS)
                                        TO CURR-DATE-INT-WS.
           OPEN INPUT REMITFILE
           IF NOT REMITFILE-OK
              DISPLAY 'REMITTANCE FILE PROBLEM'
      * The provider master is wanted but not required - without it
      * a provider-directed payment falls back to the policyholder
      * payee rather than holding up the whole check run.
           OPEN I-O PROVMSTR
           IF PROVMSTR-OK
              MOVE 'Y' TO PROVMSTR-AVAILABLE-SW
           ELSE
           IF NOT GLEXTR-OK
              DISPLAY 'GL EXTRACT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT ACHFILE
           IF NOT ACHFILE-OK
              DISPLAY 'ACH FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           PERFORM 776-WRITE-ACH-FILE-HEADER.
           OPEN OUTPUT EFTRMT
           IF NOT EFTRMT-OK
              DISPLAY 'EFT REMITTANCE FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN EXTEND PROMPTPY
           IF NOT PROMPTPY-OK
              OPEN OUTPUT PROMPTPY
           END-IF.
           IF NOT PROMPTPY-OK
              DISPLAY 'PROMPT-PAY EXTRACT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT PREMRFND
           IF PREMRFND-MISSING
              DISPLAY 'NO PREMIUM REFUNDS THIS RUN'
              MOVE 'Y' TO REFUND-EOF-SW
           ELSE
           IF NOT PREMRFND-OK
              DISPLAY 'PREMIUM REFUND FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           PERFORM 120-GET-LAST-CHECK-NUMBER.
           MOVE CURR-DATE-WS TO REG-HDG-DATE.
           WRITE PAYREG-LINE FROM REG-HEADING-ONE.
           MOVE REMIT-LAST-NAME         TO PAY-LAST-NAME.
           MOVE REMIT-FIRST-NAME        TO PAY-FIRST-NAME.
           MOVE REMIT-CLAIM-AMOUNT-PAID TO PAY-AMOUNT.
           PERFORM 220-CALC-PROMPT-PAY-INTEREST.
           ADD INTEREST-WS              TO PAY-AMOUNT.
           MOVE CURR-DATE-WS            TO PAY-ISSUE-DATE.
           MOVE 'I'                     TO PAY-STATUS.
           MOVE ZERO                    TO PAY-CLEARED-DATE.
           MOVE 'C'                     TO PAY-PAYMENT-METHOD.
           MOVE 'C'                     TO PAY-PAYMENT-TYPE.
           IF REMIT-PROVIDER-NO NUMERIC
              MOVE REMIT-PROVIDER-NO    TO PAY-PROVIDER-NO
           ELSE
              MOVE ZERO                 TO PAY-PROVIDER-NO
           END-IF.
           IF PAY-PROVIDER-NO > ZERO AND PROVMSTR-AVAILABLE
              PERFORM 210-CHECK-PROVIDER-EFT
           END-IF.
           WRITE PAY-MASTER-REC
              INVALID KEY
                 DISPLAY '*** DUPLICATE CHECK NUMBER '
                    PAY-CHECK-NO ' - PAYMENT NOT ISSUED'
              NOT INVALID KEY
                 IF PAY-BY-EFT
                    PERFORM 270-WRITE-EFT-REMIT-DETAIL
                 ELSE
                    PERFORM 250-WRITE-PAYMENT-DOC
                    MOVE 'ISSUED' TO REG-STATUS-OUT
                    PERFORM 300-WRITE-REGISTER-LINE
                    ADD 1 TO CHECKS-ISSUED-WS
                    ADD PAY-AMOUNT TO TOT-AMOUNT-PAID-WS
                    PERFORM 320-TALLY-PROVIDER
                 END-IF
                 PERFORM 280-WRITE-PROMPT-PAY-EXTRACT
           END-WRITE.
           PERFORM 170-READ-REMIT.

      * Decides whether a provider-directed payment goes by EFT.
      * An active enrollment pays by EFT; a prenote past its
      * waiting period is activated and pays by EFT; a prenote
      * still waiting sends its zero-dollar entry (once a run) and
      * the claim goes by check. The provider's tally entry is
      * claimed here so the EFT credit can be summed - a full
      * table leaves the provider on checks this run.
       210-CHECK-PROVIDER-EFT.
           PERFORM 230-RESOLVE-PAYEE.
           MOVE ZERO TO PT-HIT-WS.
           IF PROVMSTR-REC-FOUND
              AND (PV-EFT-ACTIVE OR PV-EFT-PRENOTE)
              PERFORM 330-SCAN-ONE-PROVIDER
                 VARYING PT-SUB-WS FROM 1 BY 1
                 UNTIL PT-SUB-WS > 50 OR PT-HIT-WS > ZERO
           END-IF.
           IF PT-HIT-WS > ZERO
              IF PV-EFT-PRENOTE
                 PERFORM 215-CHECK-PRENOTE-WAIT
              END-IF
              IF PV-EFT-ACTIVE
                 MOVE 'E' TO PAY-PAYMENT-METHOD
              END-IF
           END-IF.

       215-CHECK-PRENOTE-WAIT.
           MOVE FUNCTION INTEGER-OF-DATE (PV-EFT-PRENOTE-DATE)
                                        TO PRENOTE-INT-WS.
           COMPUTE PRENOTE-AGE-DAYS-WS =
              CURR-DATE-INT-WS - PRENOTE-INT-WS.
           IF PRENOTE-AGE-DAYS-WS NOT < PRENOTE-WAIT-DAYS-WS
              MOVE 'A' TO PV-EFT-STATUS
              REWRITE PV-PROVIDER-REC
           ELSE
           IF NOT PT-PRENOTE-SENT (PT-HIT-WS)
              MOVE 'Y' TO PRENOTE-MODE-SW
              MOVE ZERO TO ACH-AMOUNT
              PERFORM 780-WRITE-ACH-ENTRY
              MOVE 'Y' TO PT-PRENOTE-SENT-SW (PT-HIT-WS)
              ADD 1 TO EFT-PRENOTES-WS
           END-IF
           END-IF.

      * The prompt-pay clock runs from the day the claim was
      * received to today's issue. Past the deadline, interest
      * accrues on the claim payment for each day late. A claim
      * with no usable received date is paid as it stands.
       220-CALC-PROMPT-PAY-INTEREST.
           MOVE ZERO TO DAYS-TO-PAY-WS, DAYS-LATE-WS, INTEREST-WS.
           MOVE 'U'  TO TIMELY-IND-WS.
           IF REMIT-RECEIVED-DATE NUMERIC
              AND REMIT-RECEIVED-DATE > ZERO
              AND REMIT-RECEIVED-DATE NOT > CURR-DATE-WS
              MOVE FUNCTION INTEGER-OF-DATE (REMIT-RECEIVED-DATE)
                                        TO RECEIVED-INT-WS
              COMPUTE DAYS-TO-PAY-WS =
                 CURR-DATE-INT-WS - RECEIVED-INT-WS
              IF DAYS-TO-PAY-WS > PROMPT-PAY-DAYS-WS
                 MOVE 'L' TO TIMELY-IND-WS
                 COMPUTE DAYS-LATE-WS =
                    DAYS-TO-PAY-WS - PROMPT-PAY-DAYS-WS
                 IF REMIT-CLAIM-AMOUNT-PAID > ZERO
                    COMPUTE INTEREST-WS ROUNDED =
                       REMIT-CLAIM-AMOUNT-PAID * PROMPT-PAY-RATE-WS
                          * DAYS-LATE-WS / 365
                 END-IF
              ELSE
                 MOVE 'Y' TO TIMELY-IND-WS
              END-IF
           END-IF.

      * Resolves who the check is made out to: the provider named
      * on the payment when the master knows it, the policyholder
      * otherwise - so an unknown provider number never stops the
           ADD PAY-AMOUNT TO POSPAY-AMOUNT-WS.

       250-WRITE-PAYMENT-DOC.
           IF PAY-PREMIUM-REFUND
              MOVE 'PREMIUM REFUND' TO DOC-TITLE
           ELSE
              MOVE 'CLAIM PAYMENT'  TO DOC-TITLE
           END-IF.
           MOVE PAY-CHECK-NO TO DOC-CHECK-NO.
           MOVE CURR-DATE-WS TO DOC-DATE.
           WRITE PAYDOC-REC FROM BLANK-DOC-LINE.
           PERFORM 240-WRITE-POSPAY-DETAIL.
           WRITE PAYDOC-REC FROM DOC-LINE-2.
           PERFORM 260-WRITE-MAILING-ADDRESS.
           IF INTEREST-WS > ZERO
              COMPUTE CLAIM-PORTION-WS = PAY-AMOUNT - INTEREST-WS
              MOVE CLAIM-PORTION-WS TO DOC-CLAIM-PORTION
              WRITE PAYDOC-REC FROM DOC-CLAIM-LINE
              MOVE INTEREST-WS      TO DOC-INTEREST
              MOVE DAYS-LATE-WS     TO DOC-DAYS-LATE
              WRITE PAYDOC-REC FROM DOC-INTEREST-LINE
           END-IF.
           IF REFUND-OFFSET-WS > ZERO
              MOVE REFUND-GROSS-WS  TO DOC-UNEARNED
              WRITE PAYDOC-REC FROM DOC-UNEARNED-LINE
              MOVE REFUND-OFFSET-WS TO DOC-OFFSET
              WRITE PAYDOC-REC FROM DOC-OFFSET-LINE
           END-IF.
           MOVE PAY-AMOUNT    TO DOC-AMOUNT.
           MOVE PAY-POLICY-NO TO DOC-POLICY-NO.
           WRITE PAYDOC-REC FROM DOC-LINE-3.

      * An EFT claim goes to the remittance detail file in place of
      * a payment document and is summed into the provider's
      * credit.
       270-WRITE-EFT-REMIT-DETAIL.
           MOVE SPACES TO EFTRMT-REC.
           MOVE 'D' TO ER-RECORD-TYPE.
           MOVE PAY-PROVIDER-NO          TO ER-PROVIDER-NO.
           MOVE PAY-CHECK-NO             TO ER-PAYMENT-NO.
           MOVE REMIT-POLICY-NO          TO ER-POLICY-NO.
           MOVE REMIT-LAST-NAME          TO ER-LAST-NAME.
           MOVE REMIT-FIRST-NAME         TO ER-FIRST-NAME.
           MOVE REMIT-CLAIM-AMOUNT       TO ER-CLAIM-AMOUNT.
           MOVE REMIT-CLAIM-AMOUNT-PAID  TO ER-AMOUNT-PAID.
           MOVE REMIT-DEDUCTIBLE-APPLIED TO ER-DEDUCTIBLE-APPLIED.
           MOVE REMIT-REASON-CODE        TO ER-REASON-CODE.
           WRITE EFTRMT-REC.
           IF INTEREST-WS > ZERO
              MOVE 'I'         TO ER-RECORD-TYPE
              MOVE ZERO        TO ER-CLAIM-AMOUNT
              MOVE INTEREST-WS TO ER-AMOUNT-PAID
              MOVE ZERO        TO ER-DEDUCTIBLE-APPLIED
              WRITE EFTRMT-REC
           END-IF.
           ADD 1          TO PT-EFT-COUNT (PT-HIT-WS).
           ADD PAY-AMOUNT TO PT-EFT-AMOUNT (PT-HIT-WS).
           ADD 1          TO EFT-CLAIMS-WS.
           ADD PAY-AMOUNT TO TOT-EFT-PAID-WS.

      * One entry per payment issued, check or EFT, with the
      * measurement 220 made and the interest it added.
       280-WRITE-PROMPT-PAY-EXTRACT.
           MOVE PAY-CHECK-NO            TO PX-CHECK-NO.
           MOVE PAY-POLICY-NO           TO PX-POLICY-NO.
           IF REMIT-POLICY-TYPE NUMERIC
              MOVE REMIT-POLICY-TYPE    TO PX-POLICY-TYPE
           ELSE
              MOVE ZERO                 TO PX-POLICY-TYPE
           END-IF.
           MOVE PAY-PROVIDER-NO         TO PX-PROVIDER-NO.
           MOVE TIMELY-IND-WS           TO PX-TIMELY-IND.
           IF PX-UNDATED
              MOVE ZERO                 TO PX-RECEIVED-DATE
           ELSE
              MOVE REMIT-RECEIVED-DATE  TO PX-RECEIVED-DATE
           END-IF.
           MOVE PAY-ISSUE-DATE          TO PX-ISSUE-DATE.
           MOVE DAYS-TO-PAY-WS          TO PX-DAYS-TO-PAY.
           MOVE PAY-AMOUNT              TO PX-AMOUNT-PAID.
           MOVE INTEREST-WS             TO PX-INTEREST-PAID.
           MOVE PAY-PAYMENT-METHOD      TO PX-PAYMENT-METHOD.
           WRITE PX-PROMPT-PAY-REC.
           IF INTEREST-WS > ZERO
              ADD 1           TO INTEREST-PAYMENTS-WS
              ADD INTEREST-WS TO TOT-INTEREST-WS
           END-IF.

       300-WRITE-REGISTER-LINE.
           MOVE PAY-CHECK-NO  TO REG-CHECK-NO.
           MOVE PAY-POLICY-NO TO REG-POLICY-NO.
           PERFORM 230-RESOLVE-PAYEE.
           MOVE PAYEE-NAME-WS TO REG-PAYEE.
           MOVE PAY-AMOUNT TO REG-AMOUNT-OUT.
           IF INTEREST-WS > ZERO
              MOVE INTEREST-WS TO REG-INTEREST-OUT
           ELSE
              MOVE SPACES TO REG-INTEREST-AREA
           END-IF.
           WRITE PAYREG-LINE FROM REG-DETAIL-LINE.

      * Per-provider tallies for the end-of-run payment summary.
              MOVE PAYEE-NAME-WS    TO PT-PROVIDER-NAME (PT-SUB-WS)
              MOVE ZERO             TO PT-CHECK-COUNT (PT-SUB-WS)
              MOVE ZERO             TO PT-AMOUNT (PT-SUB-WS)
              MOVE ZERO             TO PT-EFT-COUNT (PT-SUB-WS)
              MOVE ZERO             TO PT-EFT-AMOUNT (PT-SUB-WS)
              MOVE 'N'              TO PT-PRENOTE-SENT-SW (PT-SUB-WS)
           END-IF
           END-IF.

      * Every refund POLCANC left waiting goes out as a check to the
      * policyholder on the next number in the sequence.
       500-ISSUE-REFUNDS.
           PERFORM 510-READ-REFUND.
           PERFORM 520-ISSUE-ONE-REFUND UNTIL NO-MORE-REFUNDS.

       510-READ-REFUND.
           IF NOT PREMRFND-MISSING
              READ PREMRFND
                 AT END
                    MOVE 'Y' TO REFUND-EOF-SW
              END-READ
           END-IF.

       520-ISSUE-ONE-REFUND.
           MOVE ZERO TO INTEREST-WS.
           MOVE SPACES TO REG-INTEREST-AREA.
           ADD 1 TO LAST-CHECK-NO-WS.
           MOVE LAST-CHECK-NO-WS  TO PAY-CHECK-NO.
           MOVE RF-POLICY-NO      TO PAY-POLICY-NO.
           MOVE RF-LAST-NAME      TO PAY-LAST-NAME.
           MOVE RF-FIRST-NAME     TO PAY-FIRST-NAME.
           MOVE RF-NET-REFUND     TO PAY-AMOUNT.
           MOVE CURR-DATE-WS      TO PAY-ISSUE-DATE.
           MOVE 'I'               TO PAY-STATUS.
           MOVE ZERO              TO PAY-CLEARED-DATE.
           MOVE ZERO              TO PAY-PROVIDER-NO.
           MOVE 'C'               TO PAY-PAYMENT-METHOD.
           MOVE 'R'               TO PAY-PAYMENT-TYPE.
           MOVE RF-GROSS-REFUND   TO REFUND-GROSS-WS.
           MOVE RF-OFFSET-AMOUNT  TO REFUND-OFFSET-WS.
           WRITE PAY-MASTER-REC
              INVALID KEY
                 DISPLAY '*** DUPLICATE CHECK NUMBER '
                    PAY-CHECK-NO ' - REFUND NOT ISSUED'
              NOT INVALID KEY
                 PERFORM 250-WRITE-PAYMENT-DOC
                 MOVE 'REFUND' TO REG-STATUS-OUT
                 PERFORM 300-WRITE-REGISTER-LINE
                 ADD 1 TO REFUNDS-ISSUED-WS
                 ADD PAY-AMOUNT TO TOT-REFUND-WS
           END-WRITE.
           MOVE ZERO TO REFUND-GROSS-WS, REFUND-OFFSET-WS.
           PERFORM 510-READ-REFUND.

      * A void transaction cancels the named check and cuts a
      * replacement for the same payee and amount under the next
      * check number, so a lost check is one keyed transaction.
              END-READ
           END-IF.

      * The payment master carries only the total, so a void and its
      * reissue print without the interest or refund breakdown.
       440-APPLY-ONE-VOID.
           MOVE ZERO TO INTEREST-WS.
           MOVE SPACES TO REG-INTEREST-AREA.
           MOVE VT-CHECK-NO TO PAY-CHECK-NO.
           READ PAYMSTR.
           IF NOT PAYMSTR-REC-FOUND
           END-IF.
           PERFORM 420-READ-VOID.

      * The replacement always goes out as a check, so a returned
      * EFT payment can be voided and reissued the same way.
       460-REISSUE-CHECK.
           ADD 1 TO LAST-CHECK-NO-WS.
           MOVE LAST-CHECK-NO-WS TO PAY-CHECK-NO.
           MOVE CURR-DATE-WS     TO PAY-ISSUE-DATE.
           MOVE 'I'              TO PAY-STATUS.
           MOVE ZERO             TO PAY-CLEARED-DATE.
           MOVE 'C'              TO PAY-PAYMENT-METHOD.
           WRITE PAY-MASTER-REC
              INVALID KEY
                 DISPLAY '*** DUPLICATE CHECK NUMBER '
      * run and ties back to CLAIMRPT's TOT-CLAIM-AMOUNT-PAID when
      * no voids were processed.
       700-WRITE-REGISTER-TOTAL.
           IF REFUNDS-ISSUED-WS > ZERO
              MOVE REFUNDS-ISSUED-WS TO RRL-COUNT-O
              MOVE TOT-REFUND-WS     TO RRL-TOTAL-O
              WRITE PAYREG-LINE FROM REFUND-REG-LINE
           END-IF.
           MOVE CHECKS-ISSUED-WS   TO RGT-ISSUED-O.
           MOVE TOT-AMOUNT-PAID-WS TO RGT-TOTAL-O.
           MOVE CHECKS-VOIDED-WS   TO RGT-VOIDED-O.
           MOVE CHECKS-REISSUED-WS TO RGT-REISSUED-O.
           WRITE PAYREG-LINE FROM REG-TOTAL-LINE.
           MOVE INTEREST-PAYMENTS-WS TO IRL-COUNT-O.
           MOVE TOT-INTEREST-WS      TO IRL-TOTAL-O.
           WRITE PAYREG-LINE FROM INTEREST-REG-LINE.

      * The issue file's trailer plus the register's transmission
      * line, so the reconciler can tie the bank file to the check
           MOVE POSPAY-AMOUNT-WS TO PPR-TOTAL-O.
           WRITE PAYREG-LINE FROM POSPAY-REG-LINE.

      * One ACH credit per provider for everything paid to it by
      * EFT this run, with the remittance total record carrying the
      * credit's trace number so the provider can tie the deposit
      * to the claims behind it.
       720-SEND-EFT-CREDITS.
           PERFORM 725-SEND-ONE-CREDIT
              VARYING PT-SUB-WS FROM 1 BY 1
              UNTIL PT-SUB-WS > PT-USED-WS.
           MOVE EFT-CLAIMS-WS   TO EFR-CLAIMS-O.
           MOVE TOT-EFT-PAID-WS TO EFR-TOTAL-O.
           MOVE EFT-CREDITS-WS  TO EFR-CREDITS-O.
           MOVE EFT-PRENOTES-WS TO EFR-PRENOTES-O.
           WRITE PAYREG-LINE FROM EFT-REG-LINE.

       725-SEND-ONE-CREDIT.
           IF PT-EFT-COUNT (PT-SUB-WS) > ZERO
              MOVE PT-PROVIDER-NO (PT-SUB-WS) TO PV-PROVIDER-NO
              READ PROVMSTR
              MOVE 'N' TO PRENOTE-MODE-SW
              COMPUTE ACH-AMOUNT = PT-EFT-AMOUNT (PT-SUB-WS) * 100
              MOVE PT-PROVIDER-NAME (PT-SUB-WS) TO PAYEE-NAME-WS
              PERFORM 780-WRITE-ACH-ENTRY
              ADD 1 TO EFT-CREDITS-WS
              MOVE SPACES TO EFTRMT-REC
              MOVE 'T' TO ER-RECORD-TYPE
              MOVE PT-PROVIDER-NO (PT-SUB-WS) TO ER-PROVIDER-NO
              MOVE ACH-TRACE-NUMBER TO ER-TRACE-NUMBER
              MOVE CURR-DATE-WS TO ER-EFFECTIVE-DATE
              MOVE PT-EFT-COUNT (PT-SUB-WS)  TO ER-CLAIM-COUNT
              MOVE PT-EFT-AMOUNT (PT-SUB-WS) TO ER-PAYMENT-TOTAL
              WRITE EFTRMT-REC
           END-IF.

      * The bank wants a complete NACHA file even on a run with no
      * EFT payments, so the headers always go out.
       776-WRITE-ACH-FILE-HEADER.
           MOVE CURR-DATE-WS (3:6) TO ACH-DATE-YYMMDD-WS.
           MOVE FUNCTION CURRENT-DATE (9:4) TO ACH-TIME-HHMM-WS.
           MOVE ACH-IMMED-DEST-WS   TO AFH-IMMED-DEST.
           MOVE ACH-IMMED-ORIGIN-WS TO AFH-IMMED-ORIGIN.
           MOVE ACH-DATE-YYMMDD-WS  TO AFH-FILE-DATE.
           MOVE ACH-TIME-HHMM-WS    TO AFH-FILE-TIME.
           MOVE ACH-DEST-NAME-WS    TO AFH-DEST-NAME.
           MOVE ACH-ORIGIN-NAME-WS  TO AFH-ORIGIN-NAME.
           WRITE ACH-REC FROM ACH-FILE-HEADER-WS.
           MOVE ACH-COMPANY-NAME-WS TO ABH-COMPANY-NAME.
           MOVE ACH-COMPANY-ID-WS   TO ABH-COMPANY-ID.
           MOVE ACH-DATE-YYMMDD-WS  TO ABH-DESCR-DATE.
           MOVE ACH-DATE-YYMMDD-WS  TO ABH-EFFECTIVE-DATE.
           MOVE ACH-ODFI-ID-WS      TO ABH-ODFI-ID.
           WRITE ACH-REC FROM ACH-BATCH-HEADER-WS.
           MOVE 2 TO ACH-RECORD-COUNT-WS.

       778-ACCUM-ACH-ENTRY.
           ADD 1 TO ACH-ENTRY-COUNT-WS.
           ADD 1 TO ACH-RECORD-COUNT-WS.
           IF ACH-RECEIVING-DFI-ID NUMERIC
              MOVE ACH-RECEIVING-DFI-ID TO ACH-HASH-DIGITS-WS
              ADD ACH-HASH-DIGITS-WS TO ACH-ENTRY-HASH-WS
           END-IF.

      * One type-6 entry to the provider's enrolled account, from
      * the provider master record just read. Live checking
      * credits are 22, savings 32; the zero-dollar prenote codes
      * are 23 and 33. The amount is set by the caller. The trace
      * number is the ODFI routing plus the entry sequence.
       780-WRITE-ACH-ENTRY.
           ADD 1 TO ACH-SEQ-WS.
           MOVE '6' TO ACH-RECORD-TYPE.
           EVALUATE TRUE
              WHEN PV-EFT-SAVINGS AND PRENOTE-MODE-SW = 'Y'
                 MOVE '33' TO ACH-TRANSACTION-CODE
              WHEN PV-EFT-SAVINGS
                 MOVE '32' TO ACH-TRANSACTION-CODE
              WHEN PRENOTE-MODE-SW = 'Y'
                 MOVE '23' TO ACH-TRANSACTION-CODE
              WHEN OTHER
                 MOVE '22' TO ACH-TRANSACTION-CODE
           END-EVALUATE.
           MOVE PV-EFT-ROUTING-NBR TO ACH-RECEIVING-DFI-ID.
           MOVE PV-EFT-CHECK-DIGIT TO ACH-CHECK-DIGIT.
           MOVE PV-EFT-ACCOUNT-NBR TO ACH-DFI-ACCOUNT-NBR.
           MOVE SPACES TO ACH-INDIVIDUAL-ID.
           MOVE PV-PROVIDER-NO TO ACH-INDIVIDUAL-ID (1:6).
           MOVE PAYEE-NAME-WS TO ACH-INDIVIDUAL-NAME.
           MOVE SPACE TO ACH-DISCRETIONARY-DATA.
           MOVE '0' TO ACH-ADDENDA-IND.
           MOVE SPACE TO ACH-TRACE-NUMBER.
           MOVE ACH-ODFI-ID-WS TO ACH-TRACE-NUMBER (1:8).
           MOVE ACH-SEQ-WS TO ACH-TRACE-NUMBER (9:7).
           ADD ACH-AMOUNT TO ACH-CREDIT-TOTAL-WS.
           PERFORM 778-ACCUM-ACH-ENTRY.
           WRITE ACH-REC.

      * The offset debit to the disbursement account balances the
      * batch, then the batch and file controls and the padding.
       785-WRITE-ACH-TRAILERS.
           ADD 1 TO ACH-SEQ-WS.
           MOVE '6' TO ACH-RECORD-TYPE.
           MOVE '27' TO ACH-TRANSACTION-CODE.
           MOVE ACH-ODFI-ID-WS TO ACH-RECEIVING-DFI-ID.
           MOVE ZERO TO ACH-CHECK-DIGIT.
           MOVE ACH-OFFSET-ACCOUNT-WS TO ACH-DFI-ACCOUNT-NBR.
           MOVE ACH-CREDIT-TOTAL-WS TO ACH-AMOUNT.
           MOVE ACH-COMPANY-ID-WS TO ACH-INDIVIDUAL-ID.
           MOVE ACH-COMPANY-NAME-WS TO ACH-INDIVIDUAL-NAME.
           MOVE SPACE TO ACH-DISCRETIONARY-DATA.
           MOVE '0' TO ACH-ADDENDA-IND.
           MOVE SPACE TO ACH-TRACE-NUMBER.
           MOVE ACH-ODFI-ID-WS TO ACH-TRACE-NUMBER (1:8).
           MOVE ACH-SEQ-WS TO ACH-TRACE-NUMBER (9:7).
           ADD ACH-AMOUNT TO ACH-DEBIT-TOTAL-WS.
           PERFORM 778-ACCUM-ACH-ENTRY.
           WRITE ACH-REC.
           MOVE ACH-ENTRY-COUNT-WS  TO ABC-ENTRY-COUNT.
           MOVE ACH-ENTRY-HASH-WS   TO ABC-ENTRY-HASH.
           MOVE ACH-DEBIT-TOTAL-WS  TO ABC-DEBIT-TOTAL.
           MOVE ACH-CREDIT-TOTAL-WS TO ABC-CREDIT-TOTAL.
           MOVE ACH-COMPANY-ID-WS   TO ABC-COMPANY-ID.
           MOVE ACH-ODFI-ID-WS      TO ABC-ODFI-ID.
           WRITE ACH-REC FROM ACH-BATCH-CONTROL-WS.
           ADD 1 TO ACH-RECORD-COUNT-WS.
           ADD 1 TO ACH-RECORD-COUNT-WS.
           DIVIDE ACH-RECORD-COUNT-WS BY 10
              GIVING ACH-BLOCK-COUNT-WS
              REMAINDER ACH-PAD-REMAINDER-WS.
           IF ACH-PAD-REMAINDER-WS NOT = ZERO
              ADD 1 TO ACH-BLOCK-COUNT-WS
           END-IF.
           MOVE 1                   TO AFC-BATCH-COUNT.
           MOVE ACH-BLOCK-COUNT-WS  TO AFC-BLOCK-COUNT.
           MOVE ACH-ENTRY-COUNT-WS  TO AFC-ENTRY-COUNT.
           MOVE ACH-ENTRY-HASH-WS   TO AFC-ENTRY-HASH.
           MOVE ACH-DEBIT-TOTAL-WS  TO AFC-DEBIT-TOTAL.
           MOVE ACH-CREDIT-TOTAL-WS TO AFC-CREDIT-TOTAL.
           WRITE ACH-REC FROM ACH-FILE-CONTROL-WS.
           IF ACH-PAD-REMAINDER-WS NOT = ZERO
              PERFORM 786-WRITE-ACH-PAD-LINE
                 UNTIL ACH-PAD-REMAINDER-WS = ZERO
           END-IF.

       786-WRITE-ACH-PAD-LINE.
           WRITE ACH-REC FROM ACH-PAD-LINE-WS.
           ADD 1 TO ACH-PAD-REMAINDER-WS.
           IF ACH-PAD-REMAINDER-WS > 9
              MOVE ZERO TO ACH-PAD-REMAINDER-WS
           END-IF.

       750-WRITE-PROVIDER-SUMMARY.
           IF PROVIDER-CHECKS-WS > ZERO OR EFT-CLAIMS-WS > ZERO
              MOVE SPACES TO PAYREG-LINE
              WRITE PAYREG-LINE
              WRITE PAYREG-LINE FROM PROV-SUMMARY-HEADER
           MOVE PT-PROVIDER-NAME (PT-SUB-WS) TO PRV-NAME-O.
           MOVE PT-CHECK-COUNT (PT-SUB-WS)   TO PRV-COUNT-O.
           MOVE PT-AMOUNT (PT-SUB-WS)        TO PRV-AMOUNT-O.
           MOVE PT-EFT-COUNT (PT-SUB-WS)     TO PRV-EFT-COUNT-O.
           MOVE PT-EFT-AMOUNT (PT-SUB-WS)    TO PRV-EFT-AMOUNT-O.
           WRITE PAYREG-LINE FROM PROV-SUMMARY-LINE.

      * The run's net cash out the door - checks and EFT credits
      * alike - posted as claims expense against cash so the
      * journal entry nobody keys anymore is in the consolidation
      * batch instead. Prompt-pay interest is not a claim cost and
      * is debited to its own expense account; premium refund checks
      * clear the refund payable POLCANC credited.
       770-WRITE-GL-EXTRACT.
           COMPUTE TOT-CASH-OUT-WS =
              TOT-AMOUNT-PAID-WS + TOT-EFT-PAID-WS + TOT-REFUND-WS.
           COMPUTE TOT-CLAIM-EXPENSE-WS =
              TOT-CASH-OUT-WS - TOT-INTEREST-WS - TOT-REFUND-WS.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'CLMEXP' TO GL-ACCOUNT.
           MOVE 'CLAIM PAYMENTS ISSUED' TO GL-DESCRIPTION.
           MOVE TOT-CLAIM-EXPENSE-WS TO GL-DEBIT.
           MOVE ZERO TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'CLAIMPAY' TO GL-SOURCE.
           WRITE GLEXTR-REC.
           IF TOT-INTEREST-WS > ZERO
              MOVE SPACES TO GLEXTR-REC
              MOVE 'CLMINT' TO GL-ACCOUNT
              MOVE 'PROMPT-PAY INTEREST' TO GL-DESCRIPTION
              MOVE TOT-INTEREST-WS TO GL-DEBIT
              MOVE ZERO TO GL-CREDIT
              MOVE CURR-DATE-WS TO GL-POST-DATE-N
              MOVE 'CLAIMPAY' TO GL-SOURCE
              WRITE GLEXTR-REC
           END-IF.
           IF TOT-REFUND-WS > ZERO
              MOVE SPACES TO GLEXTR-REC
              MOVE 'REFPAY' TO GL-ACCOUNT
              MOVE 'PREMIUM REFUNDS ISSUED' TO GL-DESCRIPTION
              MOVE TOT-REFUND-WS TO GL-DEBIT
              MOVE ZERO TO GL-CREDIT
              MOVE CURR-DATE-WS TO GL-POST-DATE-N
              MOVE 'CLAIMPAY' TO GL-SOURCE
              WRITE GLEXTR-REC
           END-IF.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'CASH' TO GL-ACCOUNT.
           MOVE 'CLAIM PAYMENTS - CASH' TO GL-DESCRIPTION.
           MOVE ZERO TO GL-DEBIT.
           MOVE TOT-CASH-OUT-WS TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'CLAIMPAY' TO GL-SOURCE.
           WRITE GLEXTR-REC.

           CLOSE CHECKNBR.

       900-WRAP-UP.
           CLOSE REMITFILE, PAYMSTR, PAYDOC, PAYREG, POSPAY, GLEXTR,
                 ACHFILE, EFTRMT, PROMPTPY.
           IF PROVMSTR-AVAILABLE
              CLOSE PROVMSTR
           END-IF.
           IF ADDRMSTR-AVAILABLE
              CLOSE ADDRMSTR
           END-IF.
           IF NOT PREMRFND-MISSING
              CLOSE PREMRFND
              OPEN OUTPUT PREMRFND
              CLOSE PREMRFND
           END-IF.
           IF VOID-EXCEPTIONS-WS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE REMITFILE, PAYMSTR, PAYDOC, PAYREG, POSPAY, GLEXTR,
                 ACHFILE, EFTRMT, PROMPTPY.
           IF PROVMSTR-AVAILABLE
              CLOSE PROVMSTR
           END-IF.
           IF ADDRMSTR-AVAILABLE
              CLOSE ADDRMSTR
           END-IF.
           IF NOT PREMRFND-MISSING
              CLOSE PREMRFND
           END-IF.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
