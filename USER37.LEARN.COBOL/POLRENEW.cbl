       IDENTIFICATION DIVISION.
       PROGRAM-ID.      POLRENEW.
      * Policy anniversary renewal. Sweeps the policy master daily,
      * taking POL-BENEFIT-DATE as the policy anniversary. An active
      * policy whose anniversary falls inside the renewal window is
      * re-rated from the premium rate table for its policy type and
      * sent a renewal notice at its ADDRMSTR mailing address. On
      * the anniversary itself the re-rated premium goes on the
      * master, the benefit date moves on a year, and the policy's
      * DEDACCUM accumulator is opened for the new benefit year -
      * deductible and annual benefits back to zero, the lifetime
      * figure carried. Terminated and lapsed policies coming up on
      * an anniversary are not renewed; they are listed once on the
      * non-renewal register instead.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLMSTR
             ASSIGN TO POLMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-POLICY-NO
               FILE STATUS IS POLMSTR-ST.
           SELECT ADDRMSTR
             ASSIGN TO ADDRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-POLICY-NO
               FILE STATUS IS ADDRMSTR-ST.
           SELECT DEDACCUM
             ASSIGN TO DEDACCUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DA-POLICY-NO
               FILE STATUS IS DEDACCUM-ST.
           SELECT PREMRATE
             ASSIGN TO PREMRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMRATE-ST.
           SELECT RENNOTC
             ASSIGN TO RENNOTC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RENNOTC-ST.
           SELECT RENREG
             ASSIGN TO RENREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RENREG-ST.
           SELECT NRENREG
             ASSIGN TO NRENREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NRENREG-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  POLMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY POLMSTR.

       FD  ADDRMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY ADDRMSTR.

       FD  DEDACCUM
           RECORD CONTAINS 60 CHARACTERS.
           COPY DEDACCUM.

      * Premium rate table, one card per policy type per effective
      * date: the monthly premium per $1,000 of policy amount and
      * the least monthly premium the type is written for. A policy
      * renews at the rate in effect on its anniversary.
       FD  PREMRATE
           RECORD CONTAINS 80 CHARACTERS.
       01 PREMRATE-REC.
           05 PR-POLICY-TYPE            PIC 9(01).
           05 PR-EFFECTIVE-DATE         PIC 9(08).
           05 PR-RATE-PER-THOUSAND      PIC 9(3)V99.
           05 PR-MINIMUM-PREMIUM        PIC 9(5)V99.
           05 FILLER                    PIC X(59).

       FD  RENNOTC
           RECORD CONTAINS 80 CHARACTERS.
       01 RENNOTC-REC                 PIC X(80).

       FD  RENREG
           RECORD CONTAINS 100 CHARACTERS.
       01 RENREG-LINE                 PIC X(100).

       FD  NRENREG
           RECORD CONTAINS 100 CHARACTERS.
       01 NRENREG-LINE                PIC X(100).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 POLMSTR-ST                PIC X(2).
               88 POLMSTR-OK                       VALUE '00'.
               88 POLMSTR-MISSING                  VALUE '35'.
           05 ADDRMSTR-ST               PIC X(2).
               88 ADDRMSTR-OK                      VALUE '00'.
               88 ADDRMSTR-REC-FOUND               VALUE '00'.
           05 DEDACCUM-ST               PIC X(2).
               88 DEDACCUM-OK                      VALUE '00'.
               88 DEDACCUM-REC-FOUND               VALUE '00'.
               88 DEDACCUM-MISSING                 VALUE '35'.
           05 PREMRATE-ST               PIC X(2).
               88 PREMRATE-OK                      VALUE '00'.
           05 RENNOTC-ST                PIC X(2).
               88 RENNOTC-OK                       VALUE '00'.
           05 RENREG-ST                 PIC X(2).
               88 RENREG-OK                        VALUE '00'.
           05 NRENREG-ST                PIC X(2).
               88 NRENREG-OK                       VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 POLMSTR-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-POLICIES                 VALUE 'Y'.
           05 PREMRATE-EOF-SW           PIC X(1)   VALUE 'N'.
               88 NO-MORE-RATES                    VALUE 'Y'.
           05 ADDRMSTR-AVAILABLE-SW     PIC X(1)   VALUE 'N'.
               88 ADDRMSTR-AVAILABLE               VALUE 'Y'.
           05 RATE-FOUND-SW             PIC X(1)   VALUE 'N'.
               88 RATE-FOUND                       VALUE 'Y'.

      * Renewal notices go out this many days ahead of the
      * anniversary.
       77 RENEWAL-WINDOW-DAYS-WS        PIC 9(03)  VALUE 045.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 POLICIES-READ-WS          PIC S9(7)    VALUE ZERO.
           05 NOTICES-WRITTEN-WS        PIC S9(7)    VALUE ZERO.
           05 NOTICES-HELD-WS           PIC S9(7)    VALUE ZERO.
           05 POLICIES-RENEWED-WS       PIC S9(7)    VALUE ZERO.
           05 NO-RATE-WS                PIC S9(7)    VALUE ZERO.
           05 NON-RENEWALS-WS           PIC S9(7)    VALUE ZERO.
           05 TOT-OLD-PREMIUM-WS        PIC S9(9)V99 VALUE ZERO.
           05 TOT-NEW-PREMIUM-WS        PIC S9(9)V99 VALUE ZERO.

      * The rate table as loaded from PREMRATE.
       77 RATE-COUNT-WS                 PIC 9(03)  VALUE ZERO.
       01 RATE-TABLE-WS.
           05 RATE-ENTRY OCCURS 100 TIMES
                  INDEXED BY RATE-IDX.
               10 RT-POLICY-TYPE        PIC 9(01).
               10 RT-EFFECTIVE-DATE     PIC 9(08).
               10 RT-RATE-PER-THOUSAND  PIC 9(3)V99.
               10 RT-MINIMUM-PREMIUM    PIC 9(5)V99.

       01 RATING-WORK-WS.
           05 RATE-ON-DATE-WS           PIC 9(08).
           05 BEST-EFFECTIVE-WS         PIC 9(08).
           05 BEST-RATE-WS              PIC 9(3)V99.
           05 BEST-MINIMUM-WS           PIC 9(5)V99.
           05 OLD-PREMIUM-WS            PIC S9(5)V99.
           05 NEW-PREMIUM-WS            PIC S9(7)V99.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-DATE-INT-WS          PIC 9(09).
           05 WINDOW-END-DATE-WS        PIC 9(08).
           05 NEW-BENEFIT-DATE-WS       PIC 9(08).
           05 NEW-BENEFIT-X REDEFINES NEW-BENEFIT-DATE-WS.
               10 NB-YEAR               PIC 9(4).
               10 NB-MONTH              PIC 9(2).
               10 NB-DAY                PIC 9(2).

       01 NOTICE-LINE-1.
           05 FILLER                    PIC X(17)
                  VALUE 'RENEWAL NOTICE   '.
           05 NTC-DATE                  PIC XXXX/XX/XX.

       01 NOTICE-LINE-2.
           05 FILLER                    PIC X(08)  VALUE 'MEMBER: '.
           05 NTC-MEMBER-NAME           PIC X(26).
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 FILLER                    PIC X(08)  VALUE 'POLICY: '.
           05 NTC-POLICY-NO             PIC 9B999B99.

       01 NOTICE-ADDR-LINE.
           05 FILLER                    PIC X(08)  VALUE SPACES.
           05 NTC-ADDR-TEXT             PIC X(40).

       01 NOTICE-LINE-3.
           05 FILLER                    PIC X(12)
                  VALUE 'RENEWS ON:  '.
           05 NTC-RENEW-DATE            PIC XXXX/XX/XX.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 FILLER                    PIC X(17)
                  VALUE 'MONTHLY PREMIUM: '.
           05 NTC-OLD-PREMIUM-OUT       PIC $$$,$$9.99.
           05 FILLER                    PIC X(04)  VALUE ' TO '.
           05 NTC-NEW-PREMIUM-OUT       PIC $$$,$$9.99.

       01 NOTICE-BLANK-LINE             PIC X(80)  VALUE SPACES.

       01 REN-HEADING-ONE.
           05 REN-HDG-DATE              PIC XXXX/XX/XX.
           05 FILLER                    PIC X(25)  VALUE SPACES.
           05 FILLER                    PIC X(30)
                  VALUE 'Policy Renewal Register'.

       01 REN-HEADER-TWO.
           05 FILLER                    PIC X(13)  VALUE 'POLICY'.
           05 FILLER                    PIC X(28)  VALUE 'MEMBER'.
           05 FILLER                    PIC X(09)  VALUE 'ACTION'.
           05 FILLER                    PIC X(12)  VALUE 'ANNIVERSARY'.
           05 FILLER                    PIC X(12)  VALUE 'OLD PREMIUM'.
           05 FILLER                    PIC X(12)  VALUE 'NEW PREMIUM'.
           05 FILLER                    PIC X(14)  VALUE 'NOTE'.

       01 REN-DETAIL-LINE.
           05 RDT-POLICY-NO             PIC 9B999B99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RDT-MEMBER-NAME           PIC X(26).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RDT-ACTION                PIC X(08).
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 RDT-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RDT-OLD-PREMIUM-OUT       PIC $$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RDT-NEW-PREMIUM-OUT       PIC $$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RDT-NOTE                  PIC X(14).

       01 REN-TOTAL-LINE-1.
           05 FILLER                    PIC X(09)  VALUE 'NOTICES: '.
           05 RGT-NOTICES-O             PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(08)  VALUE '  HELD: '.
           05 RGT-HELD-O                PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(11)  VALUE '  RENEWED: '.
           05 RGT-RENEWED-O             PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(11)  VALUE '  NO RATE: '.
           05 RGT-NO-RATE-O             PIC ZZZ,ZZ9.

       01 REN-TOTAL-LINE-2.
           05 FILLER                    PIC X(28)
                  VALUE 'RENEWED PREMIUM - WAS:'.
           05 RGT-OLD-TOTAL-O           PIC $$$,$$$,$$9.99.
           05 FILLER                    PIC X(07)  VALUE '  NOW: '.
           05 RGT-NEW-TOTAL-O           PIC $$$,$$$,$$9.99.

       01 NREN-HEADING-ONE.
           05 NREN-HDG-DATE             PIC XXXX/XX/XX.
           05 FILLER                    PIC X(25)  VALUE SPACES.
           05 FILLER                    PIC X(30)
                  VALUE 'Non-Renewal Register'.

       01 NREN-HEADER-TWO.
           05 FILLER                    PIC X(13)  VALUE 'POLICY'.
           05 FILLER                    PIC X(28)  VALUE 'MEMBER'.
           05 FILLER                    PIC X(12)  VALUE 'ANNIVERSARY'.
           05 FILLER                    PIC X(12)  VALUE 'PAID TO'.
           05 FILLER                    PIC X(24)  VALUE 'REASON'.
           05 FILLER                    PIC X(11)  VALUE 'NOTE'.

       01 NREN-DETAIL-LINE.
           05 NRD-POLICY-NO             PIC 9B999B99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 NRD-MEMBER-NAME           PIC X(26).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 NRD-ANNIV-DATE            PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 NRD-PAID-TO               PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 NRD-REASON                PIC X(24).
           05 NRD-NOTE                  PIC X(11).

       01 NREN-TOTAL-LINE.
           05 FILLER                    PIC X(24)
                  VALUE 'POLICIES NOT RENEWING:'.
           05 NRT-COUNT-O               PIC ZZZ,ZZ9.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-CHECK-ONE-POLICY UNTIL NO-MORE-POLICIES.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           MOVE FUNCTION INTEGER-OF-DATE (CURR-DATE-WS)
                                        TO CURR-DATE-INT-WS.
           MOVE FUNCTION DATE-OF-INTEGER
                   (CURR-DATE-INT-WS + RENEWAL-WINDOW-DAYS-WS)
                                        TO WINDOW-END-DATE-WS.
           PERFORM 110-LOAD-RATE-TABLE.
           OPEN I-O POLMSTR
           IF POLMSTR-MISSING
              DISPLAY 'NO POLICY MASTER - NOTHING TO RENEW'
              MOVE 'Y' TO POLMSTR-EOF-SW
           ELSE
           IF NOT POLMSTR-OK
              DISPLAY 'POLICY MASTER FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT ADDRMSTR
           IF ADDRMSTR-OK
              MOVE 'Y' TO ADDRMSTR-AVAILABLE-SW
           ELSE
              DISPLAY 'NO ADDRESS MASTER - RENEWAL NOTICES HELD'
           END-IF.
           OPEN I-O DEDACCUM
           IF DEDACCUM-MISSING
              OPEN OUTPUT DEDACCUM
              CLOSE DEDACCUM
              OPEN I-O DEDACCUM
           END-IF.
           IF NOT DEDACCUM-OK
              DISPLAY 'DEDUCTIBLE ACCUMULATOR FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT RENNOTC
           IF NOT RENNOTC-OK
              DISPLAY 'RENEWAL NOTICE FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT RENREG
           IF NOT RENREG-OK
              DISPLAY 'RENEWAL REGISTER PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT NRENREG
           IF NOT NRENREG-OK
              DISPLAY 'NON-RENEWAL REGISTER PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS TO REN-HDG-DATE.
           WRITE RENREG-LINE FROM REN-HEADING-ONE.
           MOVE SPACES TO RENREG-LINE.
           WRITE RENREG-LINE.
           WRITE RENREG-LINE FROM REN-HEADER-TWO.
           MOVE CURR-DATE-WS TO NREN-HDG-DATE.
           WRITE NRENREG-LINE FROM NREN-HEADING-ONE.
           MOVE SPACES TO NRENREG-LINE.
           WRITE NRENREG-LINE.
           WRITE NRENREG-LINE FROM NREN-HEADER-TWO.
           IF NOT NO-MORE-POLICIES
              MOVE ZERO TO POL-POLICY-NO
              START POLMSTR KEY IS NOT LESS THAN POL-POLICY-NO
                 INVALID KEY
                    MOVE 'Y' TO POLMSTR-EOF-SW
              END-START
              PERFORM 170-READ-POLICY
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

      * No rate table means every policy renews at its current
      * premium; the register counts them.
       110-LOAD-RATE-TABLE.
           OPEN INPUT PREMRATE
           IF NOT PREMRATE-OK
              DISPLAY 'NO PREMIUM RATE TABLE - PREMIUMS UNCHANGED'
           ELSE
              PERFORM 120-LOAD-ONE-RATE UNTIL NO-MORE-RATES
              CLOSE PREMRATE
           END-IF.

       120-LOAD-ONE-RATE.
           READ PREMRATE
              AT END
                 MOVE 'Y' TO PREMRATE-EOF-SW
           END-READ.
           IF NOT NO-MORE-RATES
              IF RATE-COUNT-WS < 100
                 ADD 1 TO RATE-COUNT-WS
                 SET RATE-IDX TO RATE-COUNT-WS
                 MOVE PR-POLICY-TYPE TO RT-POLICY-TYPE (RATE-IDX)
                 MOVE PR-EFFECTIVE-DATE
                                TO RT-EFFECTIVE-DATE (RATE-IDX)
                 MOVE PR-RATE-PER-THOUSAND
                                TO RT-RATE-PER-THOUSAND (RATE-IDX)
                 MOVE PR-MINIMUM-PREMIUM
                                TO RT-MINIMUM-PREMIUM (RATE-IDX)
              ELSE
                 DISPLAY '*** RATE TABLE FULL - ' PR-POLICY-TYPE
                         ' ' PR-EFFECTIVE-DATE
              END-IF
           END-IF.

       170-READ-POLICY.
           READ POLMSTR NEXT RECORD
              AT END
                 MOVE 'Y' TO POLMSTR-EOF-SW
           END-READ.
           IF NOT NO-MORE-POLICIES
              ADD 1 TO POLICIES-READ-WS
           END-IF.

      * A policy with no anniversary on file is left alone.
       200-CHECK-ONE-POLICY.
           IF POL-BENEFIT-DATE NUMERIC
              AND POL-BENEFIT-DATE > ZERO
              IF POL-TERMINATED
                 PERFORM 400-CHECK-NON-RENEWAL
              ELSE
              IF POL-BENEFIT-DATE NOT > CURR-DATE-WS
                 PERFORM 500-RENEW-POLICY
              ELSE
              IF POL-BENEFIT-DATE NOT > WINDOW-END-DATE-WS
                 AND NOT POL-RENEWAL-NOTICE-SENT
                 PERFORM 300-SEND-RENEWAL-NOTICE
              END-IF
              END-IF
              END-IF
           END-IF.
           PERFORM 170-READ-POLICY.

      * The renewal premium is the rate in effect on the anniversary
      * for the policy's type, per $1,000 of policy amount, never
      * under the type's minimum. A policy without premium terms
      * stays off premium billing; one whose type has no rate keeps
      * its premium and is noted on the register.
       250-RATE-POLICY.
           MOVE POL-PREMIUM-AMOUNT TO OLD-PREMIUM-WS.
           MOVE POL-PREMIUM-AMOUNT TO NEW-PREMIUM-WS.
           MOVE 'N' TO RATE-FOUND-SW.
           MOVE ZERO TO BEST-EFFECTIVE-WS.
           IF POL-PREMIUM-AMOUNT > ZERO
              PERFORM 260-CHECK-ONE-RATE
                 VARYING RATE-IDX FROM 1 BY 1
                    UNTIL RATE-IDX > RATE-COUNT-WS
              IF RATE-FOUND
                 COMPUTE NEW-PREMIUM-WS ROUNDED =
                    POL-POLICY-AMOUNT * BEST-RATE-WS / 1000
                 IF NEW-PREMIUM-WS < BEST-MINIMUM-WS
                    MOVE BEST-MINIMUM-WS TO NEW-PREMIUM-WS
                 END-IF
              END-IF
           END-IF.

       260-CHECK-ONE-RATE.
           IF RT-POLICY-TYPE (RATE-IDX) = POL-POLICY-TYPE
              AND RT-EFFECTIVE-DATE (RATE-IDX) NOT > RATE-ON-DATE-WS
              AND RT-EFFECTIVE-DATE (RATE-IDX) NOT < BEST-EFFECTIVE-WS
              MOVE 'Y' TO RATE-FOUND-SW
              MOVE RT-EFFECTIVE-DATE (RATE-IDX) TO BEST-EFFECTIVE-WS
              MOVE RT-RATE-PER-THOUSAND (RATE-IDX) TO BEST-RATE-WS
              MOVE RT-MINIMUM-PREMIUM (RATE-IDX) TO BEST-MINIMUM-WS
           END-IF.

      * Held, not marked, when there is no address to mail to - the
      * notice goes out on the first run after ADDRMNT keys one.
       300-SEND-RENEWAL-NOTICE.
           MOVE POL-BENEFIT-DATE TO RATE-ON-DATE-WS.
           PERFORM 250-RATE-POLICY.
           PERFORM 350-FORMAT-REGISTER-LINE.
           MOVE 'NOTICE' TO RDT-ACTION.
           MOVE 'N' TO ADDRMSTR-ST.
           IF ADDRMSTR-AVAILABLE
              MOVE POL-POLICY-NO TO AD-POLICY-NO
              READ ADDRMSTR
           END-IF.
           IF NOT ADDRMSTR-REC-FOUND
              MOVE 'HELD' TO RDT-ACTION
              MOVE 'NO ADDRESS' TO RDT-NOTE
              WRITE RENREG-LINE FROM REN-DETAIL-LINE
              ADD 1 TO NOTICES-HELD-WS
           ELSE
              PERFORM 320-WRITE-NOTICE
              MOVE 'Y' TO POL-RENEWAL-NOTICE-SW
              REWRITE POL-MASTER-REC
              WRITE RENREG-LINE FROM REN-DETAIL-LINE
              ADD 1 TO NOTICES-WRITTEN-WS
           END-IF.

       320-WRITE-NOTICE.
           WRITE RENNOTC-REC FROM NOTICE-BLANK-LINE.
           MOVE CURR-DATE-WS TO NTC-DATE.
           WRITE RENNOTC-REC FROM NOTICE-LINE-1.
           MOVE RDT-MEMBER-NAME TO NTC-MEMBER-NAME.
           MOVE POL-POLICY-NO TO NTC-POLICY-NO.
           INSPECT NTC-POLICY-NO REPLACING ALL ' ' BY '-'.
           WRITE RENNOTC-REC FROM NOTICE-LINE-2.
           MOVE AD-ADDRESS-1 TO NTC-ADDR-TEXT.
           WRITE RENNOTC-REC FROM NOTICE-ADDR-LINE.
           IF AD-ADDRESS-2 NOT = SPACES
              MOVE AD-ADDRESS-2 TO NTC-ADDR-TEXT
              WRITE RENNOTC-REC FROM NOTICE-ADDR-LINE
           END-IF.
           IF AD-ADDRESS-3 NOT = SPACES
              MOVE AD-ADDRESS-3 TO NTC-ADDR-TEXT
              WRITE RENNOTC-REC FROM NOTICE-ADDR-LINE
           END-IF.
           MOVE SPACES TO NTC-ADDR-TEXT.
           STRING AD-CITY       DELIMITED BY '  '
                  ', '          DELIMITED BY SIZE
                  AD-ADDR-STATE DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  AD-ZIP-CODE   DELIMITED BY SIZE
              INTO NTC-ADDR-TEXT
           END-STRING.
           WRITE RENNOTC-REC FROM NOTICE-ADDR-LINE.
           MOVE POL-BENEFIT-DATE TO NTC-RENEW-DATE.
           MOVE OLD-PREMIUM-WS   TO NTC-OLD-PREMIUM-OUT.
           MOVE NEW-PREMIUM-WS   TO NTC-NEW-PREMIUM-OUT.
           WRITE RENNOTC-REC FROM NOTICE-LINE-3.

       350-FORMAT-REGISTER-LINE.
           MOVE POL-POLICY-NO TO RDT-POLICY-NO.
           INSPECT RDT-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE SPACES TO RDT-MEMBER-NAME.
           STRING POL-FIRST-NAME DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  POL-LAST-NAME  DELIMITED BY SIZE
              INTO RDT-MEMBER-NAME
           END-STRING.
           MOVE POL-BENEFIT-DATE TO RDT-DATE.
           MOVE OLD-PREMIUM-WS   TO RDT-OLD-PREMIUM-OUT.
           MOVE NEW-PREMIUM-WS   TO RDT-NEW-PREMIUM-OUT.
           MOVE SPACES TO RDT-NOTE.
           IF POL-PREMIUM-AMOUNT NOT > ZERO
              MOVE 'NOT BILLED' TO RDT-NOTE
           ELSE
           IF NOT RATE-FOUND
              MOVE 'NO RATE - SAME' TO RDT-NOTE
           END-IF
           END-IF.

      * Listed once - when the anniversary comes into the window, or
      * at once if the policy ended after its notice went out.
       400-CHECK-NON-RENEWAL.
           IF NOT POL-NONRENEWAL-LISTED
              IF POL-RENEWAL-NOTICE-SENT
                 OR (POL-BENEFIT-DATE NOT < CURR-DATE-WS
                     AND POL-BENEFIT-DATE NOT > WINDOW-END-DATE-WS)
                 PERFORM 420-LIST-NON-RENEWAL
              END-IF
           END-IF.

       420-LIST-NON-RENEWAL.
           MOVE POL-POLICY-NO TO NRD-POLICY-NO.
           INSPECT NRD-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE SPACES TO NRD-MEMBER-NAME.
           STRING POL-FIRST-NAME DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  POL-LAST-NAME  DELIMITED BY SIZE
              INTO NRD-MEMBER-NAME
           END-STRING.
           MOVE POL-BENEFIT-DATE TO NRD-ANNIV-DATE.
           MOVE POL-PAID-TO-DATE TO NRD-PAID-TO.
           IF POL-PREMIUM-AMOUNT > ZERO
              AND POL-PAID-TO-DATE < CURR-DATE-WS
              MOVE 'LAPSED - PREMIUM UNPAID' TO NRD-REASON
           ELSE
              MOVE 'POLICY TERMINATED' TO NRD-REASON
           END-IF.
           MOVE SPACES TO NRD-NOTE.
           IF POL-RENEWAL-NOTICE-SENT
              MOVE 'NOTICE SENT' TO NRD-NOTE
           END-IF.
           WRITE NRENREG-LINE FROM NREN-DETAIL-LINE.
           MOVE 'N' TO POL-RENEWAL-NOTICE-SW.
           REWRITE POL-MASTER-REC.
           ADD 1 TO NON-RENEWALS-WS.

      * The anniversary has come: the new premium takes effect, the
      * benefit date moves on a year (on until it is past the
      * business date, if runs were missed), and the deductible
      * accumulator starts the new benefit year.
       500-RENEW-POLICY.
           MOVE POL-BENEFIT-DATE TO RATE-ON-DATE-WS.
           PERFORM 250-RATE-POLICY.
           PERFORM 350-FORMAT-REGISTER-LINE.
           MOVE 'RENEWED' TO RDT-ACTION.
           MOVE POL-BENEFIT-DATE TO NEW-BENEFIT-DATE-WS.
           PERFORM 520-ADVANCE-ONE-YEAR
              UNTIL NEW-BENEFIT-DATE-WS > CURR-DATE-WS.
           MOVE NEW-BENEFIT-DATE-WS TO POL-BENEFIT-DATE.
           MOVE NEW-PREMIUM-WS TO POL-PREMIUM-AMOUNT.
           MOVE SPACE TO POL-RENEWAL-NOTICE-SW.
           REWRITE POL-MASTER-REC.
           PERFORM 540-OPEN-DEDUCTIBLE-PERIOD.
           WRITE RENREG-LINE FROM REN-DETAIL-LINE.
           ADD 1 TO POLICIES-RENEWED-WS.
           IF POL-PREMIUM-AMOUNT > ZERO AND NOT RATE-FOUND
              ADD 1 TO NO-RATE-WS
           END-IF.
           ADD OLD-PREMIUM-WS TO TOT-OLD-PREMIUM-WS.
           ADD NEW-PREMIUM-WS TO TOT-NEW-PREMIUM-WS.

      * February 29th anniversaries fall back to the 28th.
       520-ADVANCE-ONE-YEAR.
           ADD 1 TO NB-YEAR.
           IF NB-MONTH = 02 AND NB-DAY = 29
              MOVE 28 TO NB-DAY
           END-IF.

       540-OPEN-DEDUCTIBLE-PERIOD.
           MOVE POL-POLICY-NO TO DA-POLICY-NO.
           READ DEDACCUM.
           IF DEDACCUM-REC-FOUND
              MOVE POL-BENEFIT-DATE TO DA-BENEFIT-DATE
              MOVE ZERO             TO DA-DEDUCTIBLE-PAID
              MOVE ZERO             TO DA-YEAR-BENEFIT-PAID
              MOVE CURR-DATE-WS     TO DA-LAST-UPDATE-DATE
              REWRITE DA-ACCUM-REC
           ELSE
              INITIALIZE DA-ACCUM-REC
              MOVE POL-POLICY-NO    TO DA-POLICY-NO
              MOVE POL-BENEFIT-DATE TO DA-BENEFIT-DATE
              MOVE CURR-DATE-WS     TO DA-LAST-UPDATE-DATE
              WRITE DA-ACCUM-REC
           END-IF.

       700-WRITE-TOTALS.
           MOVE NOTICES-WRITTEN-WS  TO RGT-NOTICES-O.
           MOVE NOTICES-HELD-WS     TO RGT-HELD-O.
           MOVE POLICIES-RENEWED-WS TO RGT-RENEWED-O.
           MOVE NO-RATE-WS          TO RGT-NO-RATE-O.
           WRITE RENREG-LINE FROM REN-TOTAL-LINE-1.
           MOVE TOT-OLD-PREMIUM-WS  TO RGT-OLD-TOTAL-O.
           MOVE TOT-NEW-PREMIUM-WS  TO RGT-NEW-TOTAL-O.
           WRITE RENREG-LINE FROM REN-TOTAL-LINE-2.
           MOVE NON-RENEWALS-WS     TO NRT-COUNT-O.
           WRITE NRENREG-LINE FROM NREN-TOTAL-LINE.

       900-WRAP-UP.
           DISPLAY 'POLICIES READ:    ' POLICIES-READ-WS.
           DISPLAY 'NOTICES WRITTEN:  ' NOTICES-WRITTEN-WS.
           DISPLAY 'POLICIES RENEWED: ' POLICIES-RENEWED-WS.
           IF NOT POLMSTR-MISSING
              CLOSE POLMSTR
           END-IF.
           IF ADDRMSTR-AVAILABLE
              CLOSE ADDRMSTR
           END-IF.
           CLOSE DEDACCUM, RENNOTC, RENREG, NRENREG.
           IF NOTICES-HELD-WS > ZERO OR NO-RATE-WS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE POLMSTR, ADDRMSTR, DEDACCUM, RENNOTC, RENREG,
                 NRENREG.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
