             ASSIGN TO COBRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COBRPT-ST.
           SELECT CUTBKRPT
             ASSIGN TO CUTBKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CUTBKRPT-ST.
           SELECT EOBFILE
             ASSIGN TO EOBFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS RANDOM
               RECORD KEY IS POL-POLICY-NO
               FILE STATUS IS POLMSTR-ST.
           SELECT PROVMSTR
             ASSIGN TO PROVMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-PROVIDER-NO
               FILE STATUS IS PROVMSTR-ST.
           SELECT FEESCHED
             ASSIGN TO FEESCHED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FS-FEE-KEY
               FILE STATUS IS FEESCHED-ST.
           SELECT MEMBMSTR
             ASSIGN TO MEMBMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MB-MEMBER-KEY
               FILE STATUS IS MEMBMSTR-ST.
           SELECT PRECERT
             ASSIGN TO PRECERT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PRECERT-KEY
               FILE STATUS IS PRECERT-ST.
           SELECT DEDACCUM
             ASSIGN TO DEDACCUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               FILE STATUS IS CEDEDRCV-ST.
           SELECT SUBROCAS
             ASSIGN TO SUBROCAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-CASE-KEY
               FILE STATUS IS SUBROCAS-ST.
           SELECT YTDFILE
             ASSIGN TO YTDFILE
               ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMFILE
           RECORD CONTAINS 120 CHARACTERS.
       01 CLAIM-RECORD                  PIC X(120).

       FD  PRINTFILE
           RECORD CONTAINS 140 CHARACTERS.
      * payable go back out on SUSPOUT until the cycle limit is hit,
      * when they are finally declined.
       FD  SUSPIN
           RECORD CONTAINS 122 CHARACTERS.
       01 SUSPIN-REC                  PIC X(122).

       FD  SUSPOUT
           RECORD CONTAINS 122 CHARACTERS.
       01 SUSPOUT-REC                 PIC X(122).

       FD  PENDRPT
           RECORD CONTAINS 100 CHARACTERS.
      * CLAIMREC layout with CLAIM-APPROVED-IND set, presented ahead
      * of the CLAIMFILE details the same way the suspense file is.
       FD  RELFILE
           RECORD CONTAINS 120 CHARACTERS.
       01 RELFILE-REC                 PIC X(120).

      * Claims above the approval threshold held out of the run for
      * supervisor action in CLAIMAPR instead of being paid.
       FD  APPRHOLD
           RECORD CONTAINS 120 CHARACTERS.
       01 APPRHOLD-REC                PIC X(120).

      * The checkpoint carries the run's accumulator state along
      * with the record offset, so a restart restores the totals
      * the crashed run had instead of recomputing them against
      * masters the crashed run already posted to.
       FD  CHKPTFILE
           RECORD CONTAINS 300 CHARACTERS.
       01 CHKPT-REC                   PIC X(300).

       FD  REMITFILE
           RECORD CONTAINS 80 CHARACTERS.
      * the check to this provider when non-zero, to the
      * policyholder when zero.
           05 REMIT-PROVIDER-NO         PIC 9(06).
      * Policy type and the date the claim was received, so CLAIMPAY
      * can run the prompt-pay clock and report it by policy type.
           05 REMIT-POLICY-TYPE         PIC 9(01).
           05 REMIT-RECEIVED-DATE       PIC 9(08).
           05 FILLER                    PIC X(02).

       FD  CLMERR
           RECORD CONTAINS 100 CHARACTERS.
           RECORD CONTAINS 110 CHARACTERS.
       01 COB-LINE                    PIC X(110).

      * Inpatient days cutback report: one line per paid hospital
      * claim that billed more days than the stay's authorization
      * allowed, with the amount taken off for the excess days.
       FD  CUTBKRPT
           RECORD CONTAINS 110 CHARACTERS.
       01 CUTBK-LINE                  PIC X(110).

      * Explanation-of-benefits extract: one record per adjudicated
      * claim, formatted into member documents by EOBPRINT after the
      * run. Suppressed on a test run the same way the remittance
      * extract is.
       FD  EOBFILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY EOBFILE.

      * RSNMAINT-maintained reason-code master. Every decline, pend
      * in one run adds a new entry instead of replacing the first
      * the way the CLAIMVSM status record does.
       FD  CLMHIST
           RECORD CONTAINS 120 CHARACTERS.
           COPY CLMHIST.

      * Authoritative policy terms, maintained by POLMAINT. Claims
           RECORD CONTAINS 100 CHARACTERS.
           COPY POLMSTR.

      * PROVMNT-maintained provider master and contracted fee
      * schedule: the billing provider's network status and contract
      * rate price the claim.
       FD  PROVMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY PROVMSTR.

       FD  FEESCHED
           RECORD CONTAINS 40 CHARACTERS.
           COPY FEESCHED.

      * MEMBMNT-maintained covered members: a claim naming a member
      * sequence is checked against that member's coverage dates.
       FD  MEMBMSTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY MEMBMSTR.

      * Admission pre-certifications from HOSPADMT and PRECMNT: a
      * bridged hospital claim pays only against an authorized stay.
       FD  PRECERT
           RECORD CONTAINS 80 CHARACTERS.
           COPY PRECERT.

      * The shop's own deductible accumulations per policy benefit
      * year, maintained here as deductibles are applied.
       FD  DEDACCUM
           RECORD CONTAINS 60 CHARACTERS.
           COPY CEDEDRCV.

      * Subrogation cases opened on paid accident claims, worked by
      * SUBRMNT and posted by SUBRPOST.
       FD  SUBROCAS
           RECORD CONTAINS 120 CHARACTERS.
           COPY SUBROCAS.

       FD  YTDFILE
           RECORD CONTAINS 42 CHARACTERS.
       01 YTD-RECORD                  PIC X(42).

       WORKING-STORAGE SECTION.

      * The lifetime maximum is the most the plan pays on a policy
      * of the type over the policy's life; zero means no lifetime
      * limit (Medicare and ACA plans carry none).
       01 POLICY-TYPE-TABLE.
           05 FILLER  PIC X(24) VALUE '199999999900200200000000'.
           05 FILLER  PIC X(24) VALUE '200005000005000000000000'.
           05 FILLER  PIC X(24) VALUE '300015000002500000000000'.
       01 POLICY-TYPE-TABLE-R REDEFINES POLICY-TYPE-TABLE.
           05 POLICY-TYPE-ENTRY OCCURS 3 TIMES
                          INDEXED BY POLICY-TYPE-IDX.
               10 PTT-POLICY-TYPE       PIC 9(1).
               10 PTT-ALLOWED-AMT       PIC 9(7)V99.
               10 PTT-DEDUCTIBLE-PERC   PIC V999.
               10 PTT-LIFETIME-MAX      PIC 9(9)V99.

       01 ALLOWED-AMT                   PIC S9(7)V99.
       01 DEDUCTIBLE-PERC               PIC V999.
       01 LIFETIME-MAX-WS               PIC S9(9)V99.

       77 CESSION-THRESHOLD-WS          PIC S9(7)V99   VALUE 50000.00.
       77 CEDED-AMOUNT-WS               PIC S9(7)V99.
           05 CHKIM-COB-COUNT           PIC S9(7)      VALUE ZERO.
           05 CHKIM-COB-SAVINGS         PIC S9(9)V99   VALUE ZERO.
           05 CHKIM-APPEAL-COUNT        PIC S9(7)      VALUE ZERO.
           05 CHKIM-CUTBACK-COUNT       PIC S9(7)      VALUE ZERO.
           05 CHKIM-TOT-CUTBACK         PIC S9(9)V99   VALUE ZERO.
       77 CHKIM-SUB-WS                  PIC 9(1)       VALUE ZERO.

       COPY CLAIMREC.
               88 CEDEDRCV-MISSING                     VALUE '35'.
           05 CEDEDRCV-WRITTEN-SW       PIC X(1)      VALUE 'N'.
               88 CEDEDRCV-WRITTEN                     VALUE 'Y'.
           05 SUBROCAS-ST               PIC X(2).
               88 SUBROCAS-OK                          VALUE '00'.
               88 SUBROCAS-MISSING                     VALUE '35'.
           05 DUPLICATE-CLAIM-SW        PIC X(1)      VALUE 'N'.
               88 DUPLICATE-CLAIM                      VALUE 'Y'.
           05 CLMHIST-SCAN-EOF-SW       PIC X(1)      VALUE 'N'.
               88 CLMERR-OK                            VALUE '00'.
           05 COBRPT-ST                 PIC X(2).
               88 COBRPT-OK                            VALUE '00'.
           05 CUTBKRPT-ST               PIC X(2).
               88 CUTBKRPT-OK                          VALUE '00'.
           05 EOBFILE-ST                PIC X(2).
               88 EOBFILE-OK                           VALUE '00'.
           05 RSNCODES-ST               PIC X(2).
               88 OVERRIDE-BENEFIT-PERIOD VALUES 'D005', 'P001'.
               88 OVERRIDE-MAX-ALLOWED              VALUE 'D003'.
               88 OVERRIDE-TERMINATION              VALUE 'D002'.
               88 OVERRIDE-MEMBER-COVERAGE          VALUE 'D008'.
               88 OVERRIDE-PRECERT   VALUES 'D010', 'D011', 'P002'.
           05 CLAIMVSM-ST               PIC X(2).
               88 CLAIMVSM-OK                          VALUE '00'.
           05 POLMSTR-ST                PIC X(2).
               88 POLMSTR-OK                           VALUE '00'.
               88 POLMSTR-REC-FOUND                    VALUE '00'.
           05 PROVMSTR-ST               PIC X(2).
               88 PROVMSTR-OK                          VALUE '00'.
               88 PROVMSTR-REC-FOUND                   VALUE '00'.
           05 PROVMSTR-AVAILABLE-SW     PIC X(1)       VALUE 'N'.
               88 PROVMSTR-AVAILABLE                   VALUE 'Y'.
           05 FEESCHED-ST               PIC X(2).
               88 FEESCHED-OK                          VALUE '00'.
               88 FEESCHED-REC-FOUND                   VALUE '00'.
           05 FEESCHED-AVAILABLE-SW     PIC X(1)       VALUE 'N'.
               88 FEESCHED-AVAILABLE                   VALUE 'Y'.
           05 CONTRACT-PRICED-SW        PIC X(1)       VALUE 'N'.
               88 CONTRACT-PRICED                      VALUE 'Y'.
           05 MEMBMSTR-ST               PIC X(2).
               88 MEMBMSTR-OK                          VALUE '00'.
               88 MEMBMSTR-REC-FOUND                   VALUE '00'.
           05 MEMBMSTR-AVAILABLE-SW     PIC X(1)       VALUE 'N'.
               88 MEMBMSTR-AVAILABLE                   VALUE 'Y'.
           05 PRECERT-ST                PIC X(2).
               88 PRECERT-OK                           VALUE '00'.
               88 PRECERT-REC-FOUND                    VALUE '00'.
           05 PRECERT-AVAILABLE-SW      PIC X(1)       VALUE 'N'.
               88 PRECERT-AVAILABLE                    VALUE 'Y'.
           05 CLMHIST-ST                PIC X(2).
               88 CLMHIST-OK                           VALUE '00'.
               88 CLMHIST-NOT-FOUND                    VALUE '35'.
               88 VALID-CLAIM-DATA                     VALUE 'Y'.
           05 BENEFIT-PERIOD            PIC X(1).
               88 BENEFIT-PERIOD-OK                    VALUE 'Y'.
           05 PRECERT-STAY-SW           PIC X(1)       VALUE 'Y'.
               88 PRECERT-STAY-OK                      VALUE 'Y'.
           05 POLICY-DEDUCTIBLE-MET-WS  PIC X(1).
               88 DEDUCTIBLE-MET                       VALUE 'Y'.
           05 PAY-THE-CLAIM-WS          PIC X(1).
               88 PAY-THE-CLAIM                        VALUE 'Y'.
           05 BENEFIT-MAX-SW            PIC X(1)       VALUE 'N'.
               88 BENEFIT-MAX-CAPPED                   VALUE 'C'.
               88 BENEFIT-MAX-REACHED                  VALUE 'X'.
           05 POLICY-TYPE-FOUND-WS      PIC X(1).
               88 POLICY-TYPE-FOUND                    VALUE 'Y'.
           05 POLICY-MASTER-OK-WS       PIC X(1).
           05 DEDUCT-PRIOR-PAID-WS      PIC S9(5)V99  VALUE ZERO.
           05 CLAIM-PAID-WS             PIC S9(7)V99.
           05 CLAIM-AMOUNT-PAID         PIC S9(7)V99.
           05 BENEFIT-APPLIED-WS        PIC S9(7)V99   VALUE ZERO.
           05 BENEFIT-REMAINING-WS      PIC S9(9)V99   VALUE ZERO.
           05 LIFETIME-REMAINING-WS     PIC S9(9)V99   VALUE ZERO.
           05 DECL-REASON-WS            PIC X(40)      VALUE SPACES.
           05 DECL-REASON-CODE-WS       PIC X(04)      VALUE SPACES.
           05 DECL-COUNT-WS             PIC S9(7)      VALUE ZERO.
           05 COB-BALANCE-WS            PIC S9(7)V99   VALUE ZERO.
           05 COB-SAVINGS-WS            PIC S9(7)V99   VALUE ZERO.
           05 TOT-COB-SAVINGS-WS        PIC S9(9)V99   VALUE ZERO.
           05 MEMBER-RELATIONSHIP-WS    PIC X(01)      VALUE SPACE.
           05 PRICED-AMOUNT-WS          PIC S9(7)V99   VALUE ZERO.
           05 NETWORK-SAVINGS-WS        PIC S9(7)V99   VALUE ZERO.
           05 NETWORK-STATUS-WS         PIC X(01)      VALUE SPACE.
               88 NETWORK-OUT                          VALUE 'O'.
           05 COINS-RATE-WS             PIC 9V999      VALUE ZERO.
           05 PEND-CODE-WS              PIC X(04)      VALUE SPACES.
           05 PEND-DECL-CODE-WS         PIC X(04)      VALUE SPACES.
           05 PEND-REASON-WS            PIC X(40)      VALUE SPACES.
           05 DAYS-BILLED-WS            PIC S9(5)      VALUE ZERO.
           05 DAYS-CUT-WS               PIC S9(5)      VALUE ZERO.
           05 PRECERT-CUTBACK-WS        PIC S9(7)V99   VALUE ZERO.
           05 CUTBACK-COUNT-WS          PIC S9(7)      VALUE ZERO.
           05 TOT-CUTBACK-WS            PIC S9(9)V99   VALUE ZERO.
           05 SUBRO-COUNT-WS            PIC S9(7)      VALUE ZERO.

       01 SUSP-RECORD-WS.
           05 SUSP-CLAIM-DATA           PIC X(120).
           05 SUSP-CYCLE-COUNT          PIC 9(02).

      * Cycle count the current claim arrived with: zero for a claim
      * Claims above this amount are held to APPRHOLD for supervisor
      * release through CLAIMAPR instead of paying the same run.
       77 APPROVAL-THRESHOLD-WS         PIC S9(7)V99   VALUE 100000.00.
      * Added to the member's coinsurance share when the billing
      * provider is out of network.
       77 OUT-OF-NETWORK-COINS-WS       PIC V999       VALUE .200.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-OUT             PIC X(10).
               10 WS-YEAR               PIC X(4).
               10 WS-MONTH              PIC X(2).
               10 WS-DAY                PIC X(2).
           05 RECEIVED-DATE-WS          PIC 9(08)      VALUE ZERO.

       01 YTD-BALANCE-WS.
           05 YTD-RUN-YEAR               PIC X(4)       VALUE SPACES.
                  VALUE 'TOTAL COB SAVINGS:'.
           05 COB-TOTAL-OUT             PIC $$,$$$,$$9.99.

       01 CUTBK-HEADING-ONE.
           05 CUTBK-HDG-DATE            PIC XXXX/XX/XX.
           05 FILLER                    PIC X(25)      VALUE SPACES.
           05 FILLER                    PIC X(32)
                  VALUE 'Inpatient Days Cutback Report'.

       01 CUTBK-HEADER-TWO.
           05 FILLER                    PIC X(14)      VALUE 'POLICY'.
           05 FILLER                    PIC X(13)      VALUE 'ADMIT'.
           05 FILLER                    PIC X(13)     VALUE 'DISCHARGE'.
           05 FILLER                    PIC X(13)      VALUE 'AUTH'.
           05 FILLER                    PIC X(08)      VALUE 'DAYS'.
           05 FILLER                    PIC X(10)      VALUE 'DAYS'.
           05 FILLER                    PIC X(16)      VALUE 'AMOUNT'.

       01 CUTBK-HEADER-THREE.
           05 FILLER                    PIC X(14)      VALUE 'NUMBER'.
           05 FILLER                    PIC X(13)      VALUE 'DATE'.
           05 FILLER                    PIC X(13)      VALUE 'DATE'.
           05 FILLER                    PIC X(13)      VALUE 'NUMBER'.
           05 FILLER                    PIC X(08)      VALUE 'BILLED'.
           05 FILLER                    PIC X(10)      VALUE 'APPROVED'.
           05 FILLER                    PIC X(16)      VALUE 'CUT BACK'.

       01 CUTBK-HEADER-FOUR.
           05 FILLER                    PIC X(13)      VALUE ALL '-'.
           05 FILLER                    PIC X(01)      VALUE SPACE.
           05 FILLER                    PIC X(12)      VALUE ALL '-'.
           05 FILLER                    PIC X(01)      VALUE SPACE.
           05 FILLER                    PIC X(12)      VALUE ALL '-'.
           05 FILLER                    PIC X(01)      VALUE SPACE.
           05 FILLER                    PIC X(12)      VALUE ALL '-'.
           05 FILLER                    PIC X(01)      VALUE SPACE.
           05 FILLER                    PIC X(07)      VALUE ALL '-'.
           05 FILLER                    PIC X(01)      VALUE SPACE.
           05 FILLER                    PIC X(09)      VALUE ALL '-'.
           05 FILLER                    PIC X(01)      VALUE SPACE.
           05 FILLER                    PIC X(15)      VALUE ALL '-'.

       01 CUTBK-DETAIL-LINE.
           05 CUT-POLICY-NO             PIC 9B999B99.
           05 FILLER                    PIC X(03)      VALUE SPACES.
           05 CUT-ADMIT-DATE            PIC 9999/99/99.
           05 FILLER                    PIC X(03)      VALUE SPACES.
           05 CUT-DISCH-DATE            PIC 9999/99/99.
           05 FILLER                    PIC X(03)      VALUE SPACES.
           05 CUT-AUTH-NO               PIC X(10).
           05 FILLER                    PIC X(03)      VALUE SPACES.
           05 CUT-DAYS-BILLED           PIC ZZZZ9.
           05 FILLER                    PIC X(03)      VALUE SPACES.
           05 CUT-DAYS-APPROVED         PIC ZZ9.
           05 FILLER                    PIC X(07)      VALUE SPACES.
           05 CUT-AMOUNT-OUT            PIC $$,$$$,$$9.99.

       01 CUTBK-TOTAL-LINE.
           05 FILLER                    PIC X(28)
                  VALUE 'CLAIMS CUT BACK:'.
           05 CUTBK-COUNT-OUT           PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(05)      VALUE SPACES.
           05 FILLER                    PIC X(20)
                  VALUE 'TOTAL CUT BACK:'.
           05 CUTBK-TOTAL-OUT           PIC $$,$$$,$$9.99.

       01 APPEAL-HEADING-ONE.
           05 APPEAL-HDG-DATE           PIC XXXX/XX/XX.
           05 FILLER                    PIC X(25)      VALUE SPACES.
           PERFORM 755-WRITE-CLMERR-COUNT.
           PERFORM 758-WRITE-COB-TOTALS.
           PERFORM 759-WRITE-APPEAL-COUNT.
           PERFORM 767-WRITE-CUTBACK-TOTALS.
           PERFORM 760-WRITE-REINS-TOTALS.
           PERFORM 762-WRITE-REV-TOTALS.
           PERFORM 764-WRITE-DUP-COUNT.
           PERFORM 445-WRITE-CLMERR-HEADER.
           PERFORM 448-WRITE-COB-HEADER.
           PERFORM 449-WRITE-APPEAL-HEADER.
           PERFORM 452-WRITE-CUTBACK-HEADER.
           PERFORM 446-WRITE-PEND-HEADER.
           PERFORM 447-WRITE-DEDAUDIT-HEADER.
           PERFORM 450-WRITE-OVPAUDIT-HEADER.
              DISPLAY 'POLICY MASTER FILE PROBLEM'
              GO TO 999-ERROR-RTN.

      * The provider master and fee schedule are wanted but not
      * required - without them every claim prices at billed charges
      * with the policy's own coinsurance, as before.
           OPEN INPUT PROVMSTR
           IF PROVMSTR-OK
              MOVE 'Y' TO PROVMSTR-AVAILABLE-SW
           ELSE
              DISPLAY 'NO PROVIDER MASTER - NETWORK PRICING SKIPPED'
           END-IF.
           OPEN INPUT FEESCHED
           IF FEESCHED-OK
              MOVE 'Y' TO FEESCHED-AVAILABLE-SW
           ELSE
              DISPLAY 'NO FEE SCHEDULE - CONTRACT PRICING SKIPPED'
           END-IF.

      * The member master is wanted but not required - without it a
      * claim naming a member pays against the policy alone, the way
      * every claim did before members were enrolled.
           OPEN INPUT MEMBMSTR
           IF MEMBMSTR-OK
              MOVE 'Y' TO MEMBMSTR-AVAILABLE-SW
           ELSE
              DISPLAY 'NO MEMBER MASTER - MEMBER COVERAGE NOT CHECKED'
           END-IF.

      * Likewise the pre-certification file: without it hospital
      * claims pay without the authorization check.
           OPEN INPUT PRECERT
           IF PRECERT-OK
              MOVE 'Y' TO PRECERT-AVAILABLE-SW
           ELSE
              DISPLAY 'NO PRE-CERT FILE - AUTHORIZATIONS NOT CHECKED'
           END-IF.

      * The reason-code master is wanted but not required - without
      * it the decisions still stamp their codes and the reports
      * fall back to the built-in wording.
              DISPLAY 'CEDED RECEIVABLE FILE PROBLEM'
              GO TO 999-ERROR-RTN.

           OPEN I-O SUBROCAS
           IF SUBROCAS-MISSING
              OPEN OUTPUT SUBROCAS
              CLOSE SUBROCAS
              OPEN I-O SUBROCAS
           END-IF
           IF NOT SUBROCAS-OK
              DISPLAY 'SUBROGATION CASE FILE PROBLEM'
              GO TO 999-ERROR-RTN.

      * The prior run's pended claims are presented ahead of this
      * run's CLAIMFILE details. No suspense file simply means no
      * claims are pending.
           MOVE CHKIM-COB-COUNT    TO COB-COUNT-WS.
           MOVE CHKIM-COB-SAVINGS  TO TOT-COB-SAVINGS-WS.
           MOVE CHKIM-APPEAL-COUNT TO APPEAL-COUNT-WS.
           MOVE CHKIM-CUTBACK-COUNT TO CUTBACK-COUNT-WS.
           MOVE CHKIM-TOT-CUTBACK  TO TOT-CUTBACK-WS.

      * On a fresh run every report/extract is opened OUTPUT as before.
      * On a restart they are opened EXTEND so the records already
              DISPLAY 'COB SAVINGS REPORT PROBLEM'
              GO TO 999-ERROR-RTN.

           IF RESTARTING-RUN
              OPEN EXTEND CUTBKRPT
           ELSE
              OPEN OUTPUT CUTBKRPT
           END-IF
           IF NOT CUTBKRPT-OK
              DISPLAY 'DAYS CUTBACK REPORT PROBLEM'
              GO TO 999-ERROR-RTN.

           IF RESTARTING-RUN
              OPEN EXTEND EOBFILE
           ELSE
           MOVE COB-COUNT-WS           TO CHKIM-COB-COUNT.
           MOVE TOT-COB-SAVINGS-WS     TO CHKIM-COB-SAVINGS.
           MOVE APPEAL-COUNT-WS        TO CHKIM-APPEAL-COUNT.
           MOVE CUTBACK-COUNT-WS       TO CHKIM-CUTBACK-COUNT.
           MOVE TOT-CUTBACK-WS         TO CHKIM-TOT-CUTBACK.
           OPEN OUTPUT CHKPTFILE.
           WRITE CHKPT-REC FROM CHECKPOINT-IMAGE-WS.
           CLOSE CHKPTFILE.
           ADD 1 TO APPEAL-COUNT-WS.

       200-PROCESS-CLAIM-CORE.
           MOVE SPACE TO MEMBER-RELATIONSHIP-WS.
           MOVE SPACE TO NETWORK-STATUS-WS.
           MOVE 'N'   TO CONTRACT-PRICED-SW.
           MOVE ZERO  TO NETWORK-SAVINGS-WS.
           MOVE 'Y'   TO PRECERT-STAY-SW.
           MOVE ZERO  TO PRECERT-CUTBACK-WS.
           IF CLAIM-REVERSAL-REC
               PERFORM 260-PROCESS-REVERSAL
           ELSE
               MOVE 'E004' TO CLM-EDIT-CODE-WS
               PERFORM 195-WRITE-CLAIM-ERROR
           ELSE
           PERFORM 276-PRICE-CLAIM
           PERFORM 280-CHECK-BENEFIT-PERIOD
           PERFORM 282-CHECK-PRECERT THRU 282-PRECERT-EXIT
           IF PRICED-AMOUNT-WS NOT < ALLOWED-AMT
              AND NOT (APPEAL-CLAIM AND OVERRIDE-MAX-ALLOWED)
               MOVE 'CLAIM EXCEEDS MAX ALLOWED AMOUNT' TO DECL-REASON-WS
               MOVE 'D003' TO DECL-REASON-CODE-WS
               PERFORM 250-WRITE-DECLINE-RPT
           ELSE
           IF NOT BENEFIT-PERIOD-OK OR NOT PRECERT-STAY-OK
               PERFORM 290-PEND-CLAIM
           ELSE
           PERFORM 285-CHECK-DUPLICATE
                   PERFORM 600-INCREMENT-TOTALS
                   PERFORM 310-UPDATE-DEDUCT-ACCUM
                   PERFORM 650-CHECK-REINSURANCE
                   IF PRECERT-CUTBACK-WS > ZERO
                      PERFORM 284-WRITE-CUTBACK-RPT
                   END-IF
               ELSE
                   IF NOT BENEFIT-MAX-REACHED
                      MOVE 'POLICY BENEFIT EXHAUSTED BY CLAIM'
                                          TO DECL-REASON-WS
                      MOVE 'D004' TO DECL-REASON-CODE-WS
                   END-IF
                   PERFORM 250-WRITE-DECLINE-RPT
               END-IF
           END-IF
              MOVE POL-POLICY-AMOUNT TO POLICY-AMOUNT
              MOVE POL-COINSURANCE   TO POLICY-COINSURANCE
              MOVE POL-BENEFIT-DATE  TO POLICY-BENEFIT-DATE-X
              IF NOT CLAIM-REVERSAL-REC
                 PERFORM 279-CHECK-MEMBER-COVERAGE
              END-IF
           END-IF
           END-IF.

      * A claim naming a member sequence is adjudicated against that
      * covered person: the member has to be enrolled under the
      * policy and covered on the service date, or the claim is
      * declined. A won appeal against the coverage decline waives
      * it (retroactive enrollment). Sequence zero is the
      * subscriber, checked against the policy alone as before.
       279-CHECK-MEMBER-COVERAGE.
           IF CLAIM-MEMBER-SEQ NOT NUMERIC
              MOVE ZERO TO CLAIM-MEMBER-SEQ
           END-IF.
           IF CLAIM-MEMBER-SEQ NOT = ZERO AND MEMBMSTR-AVAILABLE
              MOVE INSURED-POLICY-NO TO MB-POLICY-NO
              MOVE CLAIM-MEMBER-SEQ  TO MB-MEMBER-SEQ
              READ MEMBMSTR
              IF NOT MEMBMSTR-REC-FOUND
                 MOVE 'N' TO POLICY-MASTER-OK-WS
                 MOVE 'MEMBER NOT ENROLLED UNDER POLICY'
                                          TO DECL-REASON-WS
                 MOVE 'D007' TO DECL-REASON-CODE-WS
              ELSE
                 MOVE MB-RELATIONSHIP TO MEMBER-RELATIONSHIP-WS
                 IF (CLAIM-SERVICE-DATE < MB-COVERAGE-START
                    OR (MB-COVERAGE-END NOT = ZERO
                        AND CLAIM-SERVICE-DATE > MB-COVERAGE-END))
                    AND NOT (APPEAL-CLAIM AND OVERRIDE-MEMBER-COVERAGE)
                    MOVE 'N' TO POLICY-MASTER-OK-WS
                    MOVE 'MEMBER NOT COVERED ON SERVICE DATE'
                                          TO DECL-REASON-WS
                    MOVE 'D008' TO DECL-REASON-CODE-WS
                 END-IF
              END-IF
           END-IF.

       280-CHECK-BENEFIT-PERIOD.
           IF CLAIM-SERVICE-DATE > 0
              AND CLAIM-SERVICE-DATE NOT > POLICY-BENEFIT-DATE-X
              MOVE 'Y' TO BENEFIT-PERIOD
           END-IF.

      * Inpatient pre-certification. A bridged hospital claim - one
      * carrying the admit date - pays only against an authorized
      * stay on the pre-certification file; a stay with no request,
      * still under review or denied pends to suspense until it is
      * decided. An approved stay pays for the days authorized: the
      * days billed past that count are cut back from the allowed
      * amount pro rata. Zero approved days on an emergency stay
      * means no day limit yet. A won appeal against the
      * pre-certification edit or the cutback waives both.
       282-CHECK-PRECERT.
           IF CLAIM-ADMIT-DATE NOT NUMERIC
              MOVE ZERO TO CLAIM-ADMIT-DATE.
           IF CLAIM-ADMIT-DATE = ZERO OR NOT PRECERT-AVAILABLE
              GO TO 282-PRECERT-EXIT.
           IF APPEAL-CLAIM AND OVERRIDE-PRECERT
              GO TO 282-PRECERT-EXIT.
           MOVE INSURED-POLICY-NO TO PC-POLICY-NO.
           MOVE CLAIM-MEMBER-SEQ  TO PC-MEMBER-SEQ.
           MOVE CLAIM-ADMIT-DATE  TO PC-ADMIT-DATE.
           READ PRECERT.
           IF NOT PRECERT-REC-FOUND
              MOVE 'N' TO PRECERT-STAY-SW
              GO TO 282-PRECERT-EXIT.
           IF NOT PC-AUTHORIZED
              MOVE 'N' TO PRECERT-STAY-SW
              GO TO 282-PRECERT-EXIT.
           IF PC-APPROVED-DAYS = ZERO
              GO TO 282-PRECERT-EXIT.
           MOVE 1 TO DAYS-BILLED-WS.
           IF CLAIM-SERVICE-DATE > CLAIM-ADMIT-DATE
              COMPUTE DAYS-BILLED-WS =
                   FUNCTION INTEGER-OF-DATE (CLAIM-SERVICE-DATE)
                 - FUNCTION INTEGER-OF-DATE (CLAIM-ADMIT-DATE)
              IF DAYS-BILLED-WS < 1
                 MOVE 1 TO DAYS-BILLED-WS
              END-IF
           END-IF.
           IF DAYS-BILLED-WS NOT > PC-APPROVED-DAYS
              GO TO 282-PRECERT-EXIT.
           COMPUTE DAYS-CUT-WS = DAYS-BILLED-WS - PC-APPROVED-DAYS.
           COMPUTE PRECERT-CUTBACK-WS ROUNDED =
              PRICED-AMOUNT-WS * DAYS-CUT-WS / DAYS-BILLED-WS.
           SUBTRACT PRECERT-CUTBACK-WS FROM PRICED-AMOUNT-WS.
       282-PRECERT-EXIT.
           EXIT.

       284-WRITE-CUTBACK-RPT.
           MOVE INSURED-POLICY-NO  TO CUT-POLICY-NO.
           INSPECT CUT-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE CLAIM-ADMIT-DATE   TO CUT-ADMIT-DATE.
           MOVE CLAIM-SERVICE-DATE TO CUT-DISCH-DATE.
           MOVE PC-AUTH-NO         TO CUT-AUTH-NO.
           MOVE DAYS-BILLED-WS     TO CUT-DAYS-BILLED.
           MOVE PC-APPROVED-DAYS   TO CUT-DAYS-APPROVED.
           MOVE PRECERT-CUTBACK-WS TO CUT-AMOUNT-OUT.
           WRITE CUTBK-LINE FROM CUTBK-DETAIL-LINE.
           ADD 1 TO CUTBACK-COUNT-WS.
           ADD PRECERT-CUTBACK-WS TO TOT-CUTBACK-WS.

       275-LOOKUP-POLICY-TYPE.
           MOVE 'Y' TO POLICY-TYPE-FOUND-WS.
           SET POLICY-TYPE-IDX TO 1.
               MOVE PTT-ALLOWED-AMT (POLICY-TYPE-IDX)  TO ALLOWED-AMT
               MOVE PTT-DEDUCTIBLE-PERC (POLICY-TYPE-IDX)
                                                    TO DEDUCTIBLE-PERC
               MOVE PTT-LIFETIME-MAX (POLICY-TYPE-IDX)
                                                    TO LIFETIME-MAX-WS
               SET PTT-TOTAL-IDX TO POLICY-TYPE-IDX
           END-IF.

      * Network pricing. An in-network provider with a contract for
      * the policy type is allowed the contract percentage of billed,
      * held to the contract maximum, and the provider writes off the
      * rest as network savings. Anything else prices at billed
      * charges. An out-of-network provider leaves the member a
      * larger coinsurance share.
       276-PRICE-CLAIM.
           MOVE CLAIM-AMOUNT       TO PRICED-AMOUNT-WS.
           MOVE POLICY-COINSURANCE TO COINS-RATE-WS.
           IF CLAIM-PROVIDER-NO NOT NUMERIC
              GO TO 276-PRICE-EXIT.
           IF CLAIM-PROVIDER-NO = ZERO OR NOT PROVMSTR-AVAILABLE
              GO TO 276-PRICE-EXIT.
           MOVE CLAIM-PROVIDER-NO TO PV-PROVIDER-NO.
           READ PROVMSTR.
           IF NOT PROVMSTR-REC-FOUND
              GO TO 276-PRICE-EXIT.
           IF PV-OUT-OF-NETWORK
              MOVE 'O' TO NETWORK-STATUS-WS
              ADD OUT-OF-NETWORK-COINS-WS TO COINS-RATE-WS
              IF COINS-RATE-WS > 1
                 MOVE 1 TO COINS-RATE-WS
              END-IF
              GO TO 276-PRICE-EXIT.
           MOVE 'I' TO NETWORK-STATUS-WS.
           IF NOT FEESCHED-AVAILABLE
              GO TO 276-PRICE-EXIT.
           MOVE CLAIM-PROVIDER-NO TO FS-PROVIDER-NO.
           MOVE POLICY-TYPE       TO FS-POLICY-TYPE.
           READ FEESCHED.
           IF NOT FEESCHED-REC-FOUND
              GO TO 276-PRICE-EXIT.
           MOVE 'Y' TO CONTRACT-PRICED-SW.
           COMPUTE PRICED-AMOUNT-WS ROUNDED =
              CLAIM-AMOUNT * FS-CONTRACT-RATE.
           IF FS-CONTRACT-MAX > ZERO
              AND PRICED-AMOUNT-WS > FS-CONTRACT-MAX
              MOVE FS-CONTRACT-MAX TO PRICED-AMOUNT-WS
           END-IF.
           IF PRICED-AMOUNT-WS > CLAIM-AMOUNT
              MOVE CLAIM-AMOUNT TO PRICED-AMOUNT-WS
           END-IF.
           COMPUTE NETWORK-SAVINGS-WS =
              CLAIM-AMOUNT - PRICED-AMOUNT-WS.
       276-PRICE-EXIT.
           EXIT.

      * Backs a payment made in error out of the books: the run
      * totals, the policy-type subtotals (and through the run total,
      * the MTD/YTD balances written at end of run), and the
           WRITE APPRHOLD-REC FROM CLAIM-RECORD-WS.
           ADD 1 TO HELD-COUNT-WS.

      * A curable claim pends to suspense for another try on the
      * next run - the benefit period may be renewed, the stay's
      * pre-certification decided - and is declined for good once
      * its pend cycles run out.
       290-PEND-CLAIM.
           IF NOT BENEFIT-PERIOD-OK
               MOVE 'P001' TO PEND-CODE-WS
               MOVE 'D005' TO PEND-DECL-CODE-WS
               MOVE 'SERVICE DATE OUTSIDE BENEFIT PERIOD'
                                          TO PEND-REASON-WS
           ELSE
               MOVE 'P002' TO PEND-CODE-WS
               MOVE 'D010' TO PEND-DECL-CODE-WS
               MOVE 'NO APPROVED PRE-CERTIFICATION'
                                          TO PEND-REASON-WS
           END-IF.
           IF PEND-CYCLE-WS NOT < MAX-PEND-CYCLES-WS
               MOVE PEND-REASON-WS    TO DECL-REASON-WS
               MOVE PEND-DECL-CODE-WS TO DECL-REASON-CODE-WS
               PERFORM 250-WRITE-DECLINE-RPT
           ELSE
               MOVE CLAIM-RECORD-WS TO SUSP-CLAIM-DATA
               MOVE CLAIM-SERVICE-DATE TO PEND-SERVICE-DATE
               MOVE CLAIM-AMOUNT       TO PEND-CLAIM-AMOUNT
               MOVE SUSP-CYCLE-COUNT   TO PEND-CYCLE-OUT
               MOVE PEND-CODE-WS       TO PEND-REASON-CODE-O
               WRITE PEND-LINE FROM PEND-DETAIL-LINE
               ADD 1 TO PEND-COUNT-WS
               MOVE PEND-CODE-WS   TO RS-REASON-CODE
               PERFORM 253-WRITE-REASON-STAT
               MOVE 'S'            TO EOB-DISP-WS
               MOVE PEND-CODE-WS   TO EOB-CODE-WS
               MOVE PEND-REASON-WS TO EOB-REASON-WS
               PERFORM 515-WRITE-EOB-REC
           END-IF.

              ELSE
                 IF CH-SERVICE-DATE = CLAIM-SERVICE-DATE
                    AND CH-CLAIM-AMOUNT = CLAIM-AMOUNT
                    AND (CH-MEMBER-SEQ NOT NUMERIC
                         OR CH-MEMBER-SEQ = CLAIM-MEMBER-SEQ)
                    MOVE 'Y' TO DUPLICATE-CLAIM-SW
                 END-IF
              END-IF

      * The deductible the reversed payment applied goes back onto
      * the policy's outstanding deductible in the accumulator
      * master, so the next claim picks it up again. The benefit
      * the reversed payment used comes back off the year and
      * lifetime benefit accumulations the same way.
       268-BACK-OUT-DEDUCTIBLE.
           IF (CV-DEDUCTIBLE-APPLIED NOT = ZERO
               OR CV-CLAIM-AMOUNT-PAID NOT = ZERO)
              AND NOT TEST-MODE-RUN
              MOVE INSURED-POLICY-NO TO DA-POLICY-NO
              READ DEDACCUM
                 IF DA-DEDUCTIBLE-PAID < ZERO
                    MOVE ZERO TO DA-DEDUCTIBLE-PAID
                 END-IF
                 IF DA-YEAR-BENEFIT-PAID NUMERIC
                    SUBTRACT CV-CLAIM-AMOUNT-PAID
                       FROM DA-YEAR-BENEFIT-PAID
                    IF DA-YEAR-BENEFIT-PAID < ZERO
                       MOVE ZERO TO DA-YEAR-BENEFIT-PAID
                    END-IF
                 END-IF
                 IF DA-LIFETIME-PAID NUMERIC
                    SUBTRACT CV-CLAIM-AMOUNT-PAID
                       FROM DA-LIFETIME-PAID
                    IF DA-LIFETIME-PAID < ZERO
                       MOVE ZERO TO DA-LIFETIME-PAID
                    END-IF
                 END-IF
                 MOVE CURR-DATE-WS TO DA-LAST-UPDATE-DATE
                 REWRITE DA-ACCUM-REC
              END-IF
              MOVE "N" TO POLICY-DEDUCTIBLE-MET-WS
              COMPUTE DEDUCT-APPLIED-WS =
                 DEDUCTIBLE-WS - DA-DEDUCTIBLE-PAID
              IF DEDUCT-APPLIED-WS > PRICED-AMOUNT-WS
                 MOVE PRICED-AMOUNT-WS TO DEDUCT-APPLIED-WS
              END-IF
           END-IF.

           READ DEDACCUM.
           IF DEDACCUM-REC-FOUND
              MOVE 'Y' TO DEDACCUM-ON-FILE-SW
              IF DA-YEAR-BENEFIT-PAID NOT NUMERIC
                 MOVE ZERO TO DA-YEAR-BENEFIT-PAID
              END-IF
              IF DA-LIFETIME-PAID NOT NUMERIC
                 MOVE ZERO TO DA-LIFETIME-PAID
              END-IF
              IF DA-BENEFIT-DATE NOT = POLICY-BENEFIT-DATE-X
                 MOVE 'Y' TO DEDUCT-ROLLOVER-SW
                 MOVE POLICY-BENEFIT-DATE-X TO DA-BENEFIT-DATE
                 MOVE ZERO TO DA-DEDUCTIBLE-PAID
                 MOVE ZERO TO DA-YEAR-BENEFIT-PAID
              END-IF
           ELSE
              MOVE 'N' TO DEDACCUM-ON-FILE-SW
           IF NOT TEST-MODE-RUN
              MOVE DA-DEDUCTIBLE-PAID TO DEDUCT-PRIOR-PAID-WS
              ADD DEDUCT-APPLIED-WS   TO DA-DEDUCTIBLE-PAID
              ADD BENEFIT-APPLIED-WS  TO DA-YEAR-BENEFIT-PAID
              ADD BENEFIT-APPLIED-WS  TO DA-LIFETIME-PAID
              MOVE CURR-DATE-WS       TO DA-LAST-UPDATE-DATE
              IF DEDACCUM-ON-FILE
                 REWRITE DA-ACCUM-REC

           PERFORM 300-COMPUTE-DEDUCTIBLE
           IF DEDUCTIBLE-MET
              COMPUTE CLAIM-PAID-WS ROUNDED = PRICED-AMOUNT-WS
                - (COINS-RATE-WS) *(PRICED-AMOUNT-WS)

           ELSE
              COMPUTE CLAIM-PAID-WS ROUNDED = PRICED-AMOUNT-WS
                - DEDUCT-APPLIED-WS
                - (COINS-RATE-WS) *(PRICED-AMOUNT-WS)
           END-IF.

           PERFORM 302-ADJUDICATE-SECONDARY.
           PERFORM 304-APPLY-BENEFIT-MAXIMUM.

           MOVE CLAIM-PAID-WS TO CLAIM-AMOUNT-PAID.
           MOVE CLAIM-PAID-WS TO BENEFIT-APPLIED-WS.

           SUBTRACT CLAIM-PAID-WS FROM POLICY-AMOUNT
           END-SUBTRACT.

           IF BENEFIT-MAX-REACHED
              MOVE 'N' TO PAY-THE-CLAIM-WS
           ELSE
           IF POLICY-AMOUNT NOT < ZERO
              MOVE 'Y' TO PAY-THE-CLAIM-WS
           ELSE
              MOVE 'N' TO PAY-THE-CLAIM-WS
           END-IF
           END-IF.

      * Annual and lifetime benefit maximums. What the policy has
      * left is the annual maximum (the policy amount) less the
      * benefits already paid this benefit year, or what is left of
      * the policy type's lifetime maximum if that is less. The
      * claim that reaches the maximum pays only what is left; once
      * nothing is left, later claims decline.
       304-APPLY-BENEFIT-MAXIMUM.
           MOVE 'N' TO BENEFIT-MAX-SW.
           COMPUTE BENEFIT-REMAINING-WS =
              POLICY-AMOUNT - DA-YEAR-BENEFIT-PAID.
           IF LIFETIME-MAX-WS > ZERO
              COMPUTE LIFETIME-REMAINING-WS =
                 LIFETIME-MAX-WS - DA-LIFETIME-PAID
              IF LIFETIME-REMAINING-WS < BENEFIT-REMAINING-WS
                 MOVE LIFETIME-REMAINING-WS TO BENEFIT-REMAINING-WS
              END-IF
           END-IF.
           IF BENEFIT-REMAINING-WS NOT > ZERO
              MOVE 'X' TO BENEFIT-MAX-SW
              MOVE ZERO TO CLAIM-PAID-WS
              MOVE 'POLICY BENEFIT MAXIMUM REACHED'
                                          TO DECL-REASON-WS
              MOVE 'D009' TO DECL-REASON-CODE-WS
           ELSE
           IF CLAIM-PAID-WS > BENEFIT-REMAINING-WS
              MOVE 'C' TO BENEFIT-MAX-SW
              MOVE BENEFIT-REMAINING-WS TO CLAIM-PAID-WS
           END-IF
           END-IF.

      * Coordination of benefits: when the POLMAINT-maintained
           WRITE COB-LINE FROM COB-HEADER-THREE.
           WRITE COB-LINE FROM COB-HEADER-FOUR.

       452-WRITE-CUTBACK-HEADER.
           IF TEST-MODE-RUN
              WRITE CUTBK-LINE FROM TEST-RUN-BANNER-WS
           END-IF.
           MOVE HDG-DATE TO CUTBK-HDG-DATE.
           WRITE CUTBK-LINE FROM CUTBK-HEADING-ONE.
           MOVE SPACES      TO CUTBK-LINE.
           WRITE CUTBK-LINE.
           WRITE CUTBK-LINE FROM CUTBK-HEADER-TWO.
           WRITE CUTBK-LINE FROM CUTBK-HEADER-THREE.
           WRITE CUTBK-LINE FROM CUTBK-HEADER-FOUR.

       449-WRITE-APPEAL-HEADER.
           IF TEST-MODE-RUN
              WRITE APPEAL-LINE FROM TEST-RUN-BANNER-WS

           WRITE PRT-LINE FROM DETAIL-LINE.

           IF CLAIM-RECEIVED-DATE NUMERIC
              MOVE CLAIM-RECEIVED-DATE TO RECEIVED-DATE-WS
           ELSE
              MOVE ZERO                TO RECEIVED-DATE-WS
           END-IF.
           MOVE INSURED-POLICY-NO     TO REMIT-POLICY-NO.
           MOVE INSURED-LAST-NAME     TO REMIT-LAST-NAME.
           MOVE INSURED-FIRST-NAME    TO REMIT-FIRST-NAME.
           ELSE
              MOVE ZERO               TO REMIT-PROVIDER-NO
           END-IF.
           MOVE POLICY-TYPE           TO REMIT-POLICY-TYPE.
           MOVE RECEIVED-DATE-WS      TO REMIT-RECEIVED-DATE.
           IF NOT TEST-MODE-RUN
              WRITE REMIT-RECORD
           END-IF.

           MOVE 'P'    TO EOB-DISP-WS.
           IF BENEFIT-MAX-CAPPED
              MOVE 'PAYMENT LIMITED TO BENEFIT MAXIMUM'
                                          TO EOB-REASON-WS
              MOVE 'D009' TO EOB-CODE-WS
           ELSE
           IF PRECERT-CUTBACK-WS > ZERO
              MOVE 'DAYS BILLED PAST APPROVED STAY CUT BACK'
                                          TO EOB-REASON-WS
              MOVE 'D011' TO EOB-CODE-WS
           ELSE
              MOVE SPACES TO EOB-REASON-WS
              MOVE SPACES TO EOB-CODE-WS
           END-IF
           END-IF.
           PERFORM 515-WRITE-EOB-REC.

           PERFORM 510-WRITE-CLAIM-CSV.
           MOVE CLAIM-AMOUNT         TO EOB-BILLED-AMOUNT.
           MOVE EOB-REASON-WS        TO EOB-REASON.
           MOVE EOB-CODE-WS          TO EOB-REASON-CODE.
           IF CLAIM-MEMBER-SEQ NUMERIC
              MOVE CLAIM-MEMBER-SEQ  TO EOB-MEMBER-SEQ
           ELSE
              MOVE ZERO              TO EOB-MEMBER-SEQ
           END-IF.
           MOVE MEMBER-RELATIONSHIP-WS TO EOB-RELATIONSHIP.
           MOVE NETWORK-STATUS-WS      TO EOB-NETWORK-STATUS.
           MOVE CURR-DATE-WS           TO EOB-RUN-DATE.
           IF EOB-CLAIM-PAID
              COMPUTE COINS-SHARE-WS ROUNDED =
                 COINS-RATE-WS * PRICED-AMOUNT-WS
              IF CONTRACT-PRICED OR PRECERT-CUTBACK-WS > ZERO
                 MOVE PRICED-AMOUNT-WS TO EOB-ALLOWED-AMOUNT
              ELSE
                 MOVE ALLOWED-AMT     TO EOB-ALLOWED-AMOUNT
              END-IF
              MOVE NETWORK-SAVINGS-WS TO EOB-NETWORK-SAVINGS
              MOVE DEDUCT-APPLIED-WS  TO EOB-DEDUCT-APPLIED
              MOVE COINS-SHARE-WS     TO EOB-COINS-SHARE
              MOVE CLAIM-AMOUNT-PAID  TO EOB-AMOUNT-PAID
           ELSE
              MOVE ZERO TO EOB-ALLOWED-AMOUNT,
                           EOB-NETWORK-SAVINGS,
                           EOB-DEDUCT-APPLIED,
                           EOB-COINS-SHARE,
                           EOB-AMOUNT-PAID
           MOVE CLAIM-AMOUNT          TO CH-CLAIM-AMOUNT.
           MOVE CLAIM-AMOUNT-PAID     TO CH-CLAIM-AMOUNT-PAID.
           MOVE DEDUCT-APPLIED-WS     TO CH-DEDUCTIBLE-APPLIED.
           IF CLAIM-MEMBER-SEQ NUMERIC
              MOVE CLAIM-MEMBER-SEQ   TO CH-MEMBER-SEQ
           ELSE
              MOVE ZERO               TO CH-MEMBER-SEQ
           END-IF.
           IF APPEAL-CLAIM
              MOVE 'A'   TO CH-APPEAL-IND
           ELSE
              MOVE SPACE TO CH-APPEAL-IND
           END-IF.
           MOVE CLAIM-ACCIDENT-IND    TO CH-ACCIDENT-IND.
           MOVE ZERO                  TO CH-RECOVERED-AMOUNT.
           MOVE RECEIVED-DATE-WS      TO CH-RECEIVED-DATE.
           PERFORM 535-WRITE-ONE-HISTORY
              UNTIL CLMHIST-WRITTEN OR CH-CLAIM-SEQ > 9998.
           IF NOT CLMHIST-WRITTEN
              DISPLAY '*** CLMHIST WRITE FAILED - POLICY '
                 INSURED-POLICY-NO ' STATUS ' CLMHIST-ST
           ELSE
              IF CLAIM-ACCIDENT AND NOT TEST-MODE-RUN
                 PERFORM 540-OPEN-SUBRO-CASE
              END-IF
           END-IF.

       535-WRITE-ONE-HISTORY.
           WRITE CH-CLAIM-HIST-REC
                 MOVE 'Y' TO CLMHIST-WRITTEN-SW
           END-WRITE.

      * A paid accident claim may be another carrier's to pay, so
      * a subrogation case opens under the history entry just
      * written, for SUBRMNT to work and SUBRPOST to post.
       540-OPEN-SUBRO-CASE.
           MOVE SPACES                TO SB-CASE-REC.
           MOVE CH-POLICY-NO          TO SB-POLICY-NO.
           MOVE CH-CLAIM-SEQ          TO SB-CLAIM-SEQ.
           MOVE CH-MEMBER-SEQ         TO SB-MEMBER-SEQ.
           MOVE CLAIM-ACCIDENT-IND    TO SB-ACCIDENT-IND.
           MOVE CLAIM-SERVICE-DATE    TO SB-SERVICE-DATE.
           MOVE CURR-DATE-WS          TO SB-OPEN-DATE.
           MOVE CURR-DATE-WS          TO SB-LAST-ACTIVITY-DATE.
           MOVE CLAIM-AMOUNT-PAID     TO SB-CLAIM-PAID.
           MOVE ZERO                  TO SB-RECOVERED-AMOUNT.
           MOVE 'O'                   TO SB-STATUS.
           WRITE SB-CASE-REC
              INVALID KEY
                 DISPLAY '*** SUBROCAS WRITE FAILED - POLICY '
                    INSURED-POLICY-NO ' STATUS ' SUBROCAS-ST
              NOT INVALID KEY
                 ADD 1 TO SUBRO-COUNT-WS
           END-WRITE.

       600-INCREMENT-TOTALS.
           ADD DEDUCT-APPLIED-WS TO TOT-DEDUCTIBLE-PAID
           SIZE ERROR
           MOVE TOT-COB-SAVINGS-WS TO COB-TOTAL-OUT.
           WRITE COB-LINE FROM COB-TOTAL-LINE.

       767-WRITE-CUTBACK-TOTALS.
           MOVE CUTBACK-COUNT-WS TO CUTBK-COUNT-OUT.
           MOVE TOT-CUTBACK-WS   TO CUTBK-TOTAL-OUT.
           WRITE CUTBK-LINE FROM CUTBK-TOTAL-LINE.

       759-WRITE-APPEAL-COUNT.
           MOVE APPEAL-COUNT-WS TO APPEAL-COUNT-OUT.
           WRITE APPEAL-LINE FROM APPEAL-COUNT-LINE.
           IF HELD-COUNT-WS > ZERO
               DISPLAY 'CLAIMS HELD FOR APPROVAL: ' HELD-COUNT-WS
           END-IF.
           IF SUBRO-COUNT-WS > ZERO
               DISPLAY 'SUBROGATION CASES OPENED: ' SUBRO-COUNT-WS
           END-IF.
           CLOSE CLAIMFILE, PRINTFILE, DECLRPT, REINSRPT, REVRPT,
                 DUPRPT, REMITFILE, CLMERR, CLAIMCSV, COBRPT, EOBFILE,
                 CUTBKRPT,
                 CLAIMVSM,
                 POLMSTR, CLMHIST, SUSPIN, SUSPOUT, PENDRPT,
                 RELFILE, APPRHOLD, DEDACCUM, DEDAUDIT, CEDEDRCV,
                 SUBROCAS,
                 RSNSTAT, APPEALRPT, OVPRECV, OVPAUDIT.
           IF RSNCODES-AVAILABLE
              CLOSE RSNCODES
           END-IF.
           IF MEMBMSTR-AVAILABLE
              CLOSE MEMBMSTR
           END-IF.
           IF PRECERT-AVAILABLE
              CLOSE PRECERT
           END-IF.
           IF PROVMSTR-AVAILABLE
              CLOSE PROVMSTR
           END-IF.
           IF FEESCHED-AVAILABLE
              CLOSE FEESCHED
           END-IF.
           IF NOT RUN-OUT-OF-BALANCE
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE CLAIMFILE, PRINTFILE, DECLRPT, REINSRPT, REVRPT,
                 DUPRPT, REMITFILE, CLMERR, CLAIMCSV, COBRPT, EOBFILE,
                 CUTBKRPT,
                 CLAIMVSM,
                 POLMSTR, CLMHIST, SUSPIN, SUSPOUT, PENDRPT,
                 RELFILE, APPRHOLD, DEDACCUM, DEDAUDIT, CEDEDRCV,
                 SUBROCAS,
                 RSNSTAT, APPEALRPT, OVPRECV, OVPAUDIT.
           IF RSNCODES-AVAILABLE
              CLOSE RSNCODES
           END-IF.
           IF MEMBMSTR-AVAILABLE
              CLOSE MEMBMSTR
           END-IF.
           IF PRECERT-AVAILABLE
              CLOSE PRECERT
           END-IF.
           IF PROVMSTR-AVAILABLE
              CLOSE PROVMSTR
           END-IF.
           IF FEESCHED-AVAILABLE
              CLOSE FEESCHED
           END-IF.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
