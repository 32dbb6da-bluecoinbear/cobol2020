       IDENTIFICATION DIVISION.
       PROGRAM-ID.      MLRRPT.
      * Medical loss ratio report - the share of premium that went
      * out in claims, by policy type and by month over the last
      * twelve months, each month with a rolling twelve-month ratio
      * beside it. Premium comes off the PREMAPPL extract PREMCASH
      * writes: collected in the month the payment was made, earned
      * spread evenly over the months of coverage the payment
      * bought. Claims are incurred in their service month off the
      * claim history, net of the subrogation recoveries SUBRPOST
      * credited against them; reinsurance recovered on the
      * ceded-claims receivable comes off in the month of cession.
      * The policy type of a claim comes off the policy master. The
      * ratio is net incurred claims over earned premium. The print
      * report is accompanied by a comma-delimited extract for the
      * actuaries, the way LAGDEVL ships LAGCSV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREMAPPL
             ASSIGN TO PREMAPPL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMAPPL-ST.
           SELECT CLMHIST
             ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS CLMHIST-ST.
           SELECT CEDEDRCV
             ASSIGN TO CEDEDRCV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-KEY
               FILE STATUS IS CEDEDRCV-ST.
           SELECT POLMSTR
             ASSIGN TO POLMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POL-POLICY-NO
               FILE STATUS IS POLMSTR-ST.
           SELECT MLRPRT
             ASSIGN TO MLRPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MLRPRT-ST.
           SELECT MLRCSV
             ASSIGN TO MLRCSV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MLRCSV-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PREMAPPL
           RECORD CONTAINS 80 CHARACTERS.
           COPY PREMAPPL.

       FD  CLMHIST
           RECORD CONTAINS 120 CHARACTERS.
           COPY CLMHIST.

       FD  CEDEDRCV
           RECORD CONTAINS 60 CHARACTERS.
           COPY CEDEDRCV.

       FD  POLMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY POLMSTR.

       FD  MLRPRT
           RECORD CONTAINS 132 CHARACTERS.
       01 MLR-LINE                    PIC X(132).

       FD  MLRCSV
           RECORD CONTAINS 132 CHARACTERS.
       01 MLRCSV-REC                  PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 PREMAPPL-ST               PIC X(2).
               88 PREMAPPL-OK                      VALUE '00'.
               88 PREMAPPL-MISSING                 VALUE '35'.
           05 CLMHIST-ST                PIC X(2).
               88 CLMHIST-OK                       VALUE '00'.
               88 CLMHIST-MISSING                  VALUE '35'.
           05 CEDEDRCV-ST               PIC X(2).
               88 CEDEDRCV-OK                      VALUE '00'.
               88 CEDEDRCV-MISSING                 VALUE '35'.
           05 POLMSTR-ST                PIC X(2).
               88 POLMSTR-OK                       VALUE '00'.
               88 POLMSTR-REC-FOUND                VALUE '00'.
           05 MLRPRT-ST                 PIC X(2).
               88 MLRPRT-OK                        VALUE '00'.
           05 MLRCSV-ST                 PIC X(2).
               88 MLRCSV-OK                        VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 PREMAPPL-EOF-SW           PIC X(1)   VALUE 'N'.
               88 NO-MORE-PREMIUM                  VALUE 'Y'.
           05 CLMHIST-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-HISTORY                  VALUE 'Y'.
           05 CEDEDRCV-EOF-SW           PIC X(1)   VALUE 'N'.
               88 NO-MORE-CESSIONS                 VALUE 'Y'.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 PREMIUM-READ-WS           PIC S9(7)  VALUE ZERO.
           05 HISTORY-READ-WS           PIC S9(7)  VALUE ZERO.
           05 CESSIONS-READ-WS          PIC S9(7)  VALUE ZERO.
           05 RECORDS-OUTSIDE-WS        PIC S9(7)  VALUE ZERO.

      * Month buckets by policy type (1-3, with 4 the sum of all
      * three) by month (1 = the business-date month, 23 = twenty-
      * two back). Twelve months print; the eleven before them are
      * there so the oldest printed month has a full rolling year.
       01 MLR-TABLE-WS.
           05 MLR-TYPE OCCURS 4 TIMES.
               10 MLR-MONTH OCCURS 23 TIMES.
                   15 MM-COLLECTED      PIC S9(9)V99.
                   15 MM-EARNED         PIC S9(9)V99.
                   15 MM-CLAIMS         PIC S9(9)V99.
                   15 MM-REINSURANCE    PIC S9(9)V99.
       77 TYPE-SUB-WS                   PIC S9(3)    VALUE ZERO.
       77 MONTH-SUB-WS                  PIC S9(3)    VALUE ZERO.
       77 ROLL-SUB-WS                   PIC S9(3)    VALUE ZERO.
       77 EARN-SUB-WS                   PIC S9(3)    VALUE ZERO.

       01 MONTH-MATH-WS.
           05 CURR-MONTHS-WS            PIC S9(7)    VALUE ZERO.
           05 ACT-MONTHS-WS             PIC S9(7)    VALUE ZERO.
           05 PAID-TO-MONTHS-WS         PIC S9(7)    VALUE ZERO.
           05 MONTHS-AGO-WS             PIC S9(5)    VALUE ZERO.
           05 ROW-YEAR-WS               PIC 9(4)     VALUE ZERO.
           05 ROW-MONTH-WS              PIC 9(2)     VALUE ZERO.
           05 WORK-DATE-WS              PIC 9(08)    VALUE ZERO.
           05 WORK-DATE-X REDEFINES WORK-DATE-WS.
               10 WORK-YEAR             PIC 9(4).
               10 WORK-MONTH            PIC 9(2).
               10 WORK-DAY              PIC 9(2).

       01 EARNING-WORK-WS.
           05 MONTHLY-EARNED-WS         PIC S9(7)V99 VALUE ZERO.
           05 EARNED-SO-FAR-WS          PIC S9(7)V99 VALUE ZERO.
           05 AMOUNT-WS                 PIC S9(9)V99 VALUE ZERO.

       01 RATIO-WORK-WS.
           05 NET-INCURRED-WS           PIC S9(9)V99 VALUE ZERO.
           05 R12-EARNED-WS             PIC S9(11)V99 VALUE ZERO.
           05 R12-NET-WS                PIC S9(11)V99 VALUE ZERO.
           05 RATIO-WS                  PIC S9(5)V9  VALUE ZERO.

      * Cached policy-type lookups - history and cessions are both
      * keyed by policy, so one policy's entries arrive together.
       01 POLICY-CACHE-WS.
           05 CACHE-POLICY-NO           PIC 9(09)    VALUE ZERO.
           05 CACHE-POLICY-TYPE         PIC 9(01)    VALUE ZERO.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-DATE-WS-X REDEFINES CURR-DATE-WS.
               10 CURR-YEAR             PIC 9(4).
               10 CURR-MONTH            PIC 9(2).
               10 FILLER                PIC X(2).

       01 MLR-HEADING-ONE.
           05 MLR-HDG-DATE              PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(42)
                  VALUE 'Medical Loss Ratio Report'.

       01 MLR-TYPE-HEADER.
           05 FILLER                    PIC X(13)
                  VALUE 'POLICY TYPE: '.
           05 MLR-TYPE-NAME-O           PIC X(20).

       01 MLR-COLUMN-HEADER.
           05 FILLER                    PIC X(10)  VALUE 'MONTH'.
           05 FILLER                    PIC X(13)  VALUE 'COLLECTED'.
           05 FILLER                    PIC X(13)  VALUE 'EARNED'.
           05 FILLER                    PIC X(13)  VALUE 'CLAIMS'.
           05 FILLER                    PIC X(13)  VALUE 'REINSURANCE'.
           05 FILLER                    PIC X(13)  VALUE 'NET INCURRED'.
           05 FILLER                    PIC X(09)  VALUE 'MLR %'.
           05 FILLER                    PIC X(15)  VALUE 'R12 EARNED'.
           05 FILLER                    PIC X(15)  VALUE 'R12 INCURRED'.
           05 FILLER                    PIC X(09)  VALUE 'R12 MLR %'.

       01 MLR-DETAIL-LINE.
           05 MLR-MONTH-O               PIC XXXX/XX.
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 MLR-COLLECTED-O           PIC $$$,$$$,$$9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 MLR-EARNED-O              PIC $$$,$$$,$$9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 MLR-CLAIMS-O              PIC $$$,$$$,$$9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 MLR-REINS-O               PIC $$$,$$$,$$9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 MLR-NET-O                 PIC $$$,$$$,$$9-.
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 MLR-RATIO-AREA.
               10 MLR-RATIO-O           PIC ZZZZ9.9-.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 MLR-R12-EARNED-O          PIC $$,$$$,$$$,$$9.
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 MLR-R12-NET-O             PIC $$,$$$,$$$,$$9-.
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 MLR-R12-RATIO-AREA.
               10 MLR-R12-RATIO-O       PIC ZZZZ9.9-.

       01 MLR-COUNT-LINE.
           05 FILLER                    PIC X(15)
                  VALUE 'PREMIUM READ:'.
           05 MLR-PREMIUM-O             PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(17)
                  VALUE '  CLAIMS READ:'.
           05 MLR-HISTORY-O             PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(17)
                  VALUE '  CESSIONS READ:'.
           05 MLR-CESSIONS-O            PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(19)
                  VALUE '  OUTSIDE WINDOW:'.
           05 MLR-OUTSIDE-O             PIC ZZZ,ZZ9.

       01 CSV-EDIT-FIELDS-WS.
           05 CSV-TYPE-EDIT             PIC 9(01).
           05 CSV-COLLECTED-EDIT        PIC -9(9).99.
           05 CSV-EARNED-EDIT           PIC -9(9).99.
           05 CSV-CLAIMS-EDIT           PIC -9(9).99.
           05 CSV-REINS-EDIT            PIC -9(9).99.
           05 CSV-NET-EDIT              PIC -9(9).99.
           05 CSV-RATIO-EDIT            PIC -9(5).9.
           05 CSV-R12-EARNED-EDIT       PIC -9(11).99.
           05 CSV-R12-NET-EDIT          PIC -9(11).99.
           05 CSV-R12-RATIO-EDIT        PIC -9(5).9.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-SPREAD-ONE-PREMIUM UNTIL NO-MORE-PREMIUM.
           PERFORM 300-INCUR-ONE-CLAIM UNTIL NO-MORE-HISTORY.
           PERFORM 400-CREDIT-ONE-CESSION UNTIL NO-MORE-CESSIONS.
           PERFORM 600-TOTAL-ALL-TYPES.
           PERFORM 700-WRITE-REPORT.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           COMPUTE CURR-MONTHS-WS = (CURR-YEAR * 12) + CURR-MONTH.
           INITIALIZE MLR-TABLE-WS.
           OPEN INPUT PREMAPPL
           IF PREMAPPL-MISSING
              DISPLAY 'NO PREMIUM APPLIED EXTRACT - NO PREMIUM'
              MOVE 'Y' TO PREMAPPL-EOF-SW
           ELSE
           IF NOT PREMAPPL-OK
              DISPLAY 'PREMIUM APPLIED EXTRACT PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT CLMHIST
           IF CLMHIST-MISSING
              DISPLAY 'NO CLAIM HISTORY FILE - NO CLAIMS'
              MOVE 'Y' TO CLMHIST-EOF-SW
           ELSE
           IF NOT CLMHIST-OK
              DISPLAY 'CLAIM HISTORY FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT CEDEDRCV
           IF CEDEDRCV-MISSING
              DISPLAY 'NO CEDED CLAIMS FILE - NO REINSURANCE'
              MOVE 'Y' TO CEDEDRCV-EOF-SW
           ELSE
           IF NOT CEDEDRCV-OK
              DISPLAY 'CEDED CLAIMS FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT POLMSTR
           IF NOT POLMSTR-OK
              DISPLAY 'POLICY MASTER FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT MLRPRT
           IF NOT MLRPRT-OK
              DISPLAY 'LOSS RATIO REPORT PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT MLRCSV
           IF NOT MLRCSV-OK
              DISPLAY 'LOSS RATIO CSV FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           PERFORM 170-READ-PREMIUM.
           PERFORM 180-READ-HISTORY.
           PERFORM 190-READ-CESSION.

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

       170-READ-PREMIUM.
           IF NOT NO-MORE-PREMIUM
              READ PREMAPPL
                 AT END
                    MOVE 'Y' TO PREMAPPL-EOF-SW
              END-READ
           END-IF.
           IF NOT NO-MORE-PREMIUM
              ADD 1 TO PREMIUM-READ-WS
           END-IF.

       180-READ-HISTORY.
           IF NOT NO-MORE-HISTORY
              READ CLMHIST NEXT RECORD
                 AT END
                    MOVE 'Y' TO CLMHIST-EOF-SW
              END-READ
           END-IF.
           IF NOT NO-MORE-HISTORY
              ADD 1 TO HISTORY-READ-WS
           END-IF.

       190-READ-CESSION.
           IF NOT NO-MORE-CESSIONS
              READ CEDEDRCV NEXT RECORD
                 AT END
                    MOVE 'Y' TO CEDEDRCV-EOF-SW
              END-READ
           END-IF.
           IF NOT NO-MORE-CESSIONS
              ADD 1 TO CESSIONS-READ-WS
           END-IF.

      * The payment is collected in its payment month. The premium
      * it applied is earned a month at a time over the months of
      * coverage it bought - the months ending with the new paid-to
      * date - the last month taking any rounding.
       200-SPREAD-ONE-PREMIUM.
           IF PA-POLICY-TYPE >= 1 AND PA-POLICY-TYPE <= 3
              MOVE PA-POLICY-TYPE TO TYPE-SUB-WS
              MOVE PA-PAYMENT-DATE TO WORK-DATE-WS
              PERFORM 250-FIND-MONTH-SLOT
              IF MONTH-SUB-WS > ZERO
                 ADD PA-PAYMENT-AMOUNT
                    TO MM-COLLECTED (TYPE-SUB-WS, MONTH-SUB-WS)
              END-IF
              IF PA-MONTHS-COVERED > ZERO
                 MOVE PA-NEW-PAID-TO TO WORK-DATE-WS
                 COMPUTE PAID-TO-MONTHS-WS =
                    (WORK-YEAR * 12) + WORK-MONTH
                 COMPUTE MONTHLY-EARNED-WS ROUNDED =
                    PA-PREMIUM-APPLIED / PA-MONTHS-COVERED
                 MOVE ZERO TO EARNED-SO-FAR-WS
                 PERFORM 220-EARN-ONE-MONTH
                    VARYING EARN-SUB-WS FROM 1 BY 1
                    UNTIL EARN-SUB-WS > PA-MONTHS-COVERED
              END-IF
           ELSE
              ADD 1 TO RECORDS-OUTSIDE-WS
           END-IF.
           PERFORM 170-READ-PREMIUM.

       220-EARN-ONE-MONTH.
           IF EARN-SUB-WS = PA-MONTHS-COVERED
              COMPUTE AMOUNT-WS =
                 PA-PREMIUM-APPLIED - EARNED-SO-FAR-WS
           ELSE
              MOVE MONTHLY-EARNED-WS TO AMOUNT-WS
           END-IF.
           ADD AMOUNT-WS TO EARNED-SO-FAR-WS.
           COMPUTE ACT-MONTHS-WS = PAID-TO-MONTHS-WS
              - PA-MONTHS-COVERED + EARN-SUB-WS.
           PERFORM 260-SLOT-FROM-MONTHS.
           IF MONTH-SUB-WS > ZERO
              ADD AMOUNT-WS
                 TO MM-EARNED (TYPE-SUB-WS, MONTH-SUB-WS)
           END-IF.

      * Month slot of the date in WORK-DATE-WS; zero when the month
      * is outside the window or after the business date.
       250-FIND-MONTH-SLOT.
           COMPUTE ACT-MONTHS-WS = (WORK-YEAR * 12) + WORK-MONTH.
           PERFORM 260-SLOT-FROM-MONTHS.

       260-SLOT-FROM-MONTHS.
           COMPUTE MONTHS-AGO-WS = CURR-MONTHS-WS - ACT-MONTHS-WS.
           IF MONTHS-AGO-WS >= ZERO AND MONTHS-AGO-WS < 23
              COMPUTE MONTH-SUB-WS = MONTHS-AGO-WS + 1
           ELSE
              MOVE ZERO TO MONTH-SUB-WS
           END-IF.

      * Incurred in the service month, at what the claim finally
      * cost us after subrogation recoveries.
       300-INCUR-ONE-CLAIM.
           MOVE CH-POLICY-NO TO POL-POLICY-NO.
           PERFORM 350-GET-POLICY-TYPE.
           MOVE CH-SERVICE-DATE TO WORK-DATE-WS.
           PERFORM 250-FIND-MONTH-SLOT.
           IF CACHE-POLICY-TYPE >= 1 AND CACHE-POLICY-TYPE <= 3
              AND MONTH-SUB-WS > ZERO
              MOVE CACHE-POLICY-TYPE TO TYPE-SUB-WS
              COMPUTE AMOUNT-WS =
                 CH-CLAIM-AMOUNT-PAID - CH-RECOVERED-AMOUNT
              ADD AMOUNT-WS
                 TO MM-CLAIMS (TYPE-SUB-WS, MONTH-SUB-WS)
           ELSE
              ADD 1 TO RECORDS-OUTSIDE-WS
           END-IF.
           PERFORM 180-READ-HISTORY.

       350-GET-POLICY-TYPE.
           IF POL-POLICY-NO NOT = CACHE-POLICY-NO
              MOVE POL-POLICY-NO TO CACHE-POLICY-NO
              READ POLMSTR
              IF POLMSTR-REC-FOUND
                 MOVE POL-POLICY-TYPE TO CACHE-POLICY-TYPE
              ELSE
                 MOVE ZERO TO CACHE-POLICY-TYPE
              END-IF
           END-IF.

      * What the reinsurer has paid back on a cession comes off the
      * incurred claims in the month the claim was ceded.
       400-CREDIT-ONE-CESSION.
           MOVE CR-POLICY-NO TO POL-POLICY-NO.
           PERFORM 350-GET-POLICY-TYPE.
           MOVE CR-CESSION-DATE TO WORK-DATE-WS.
           PERFORM 250-FIND-MONTH-SLOT.
           IF CACHE-POLICY-TYPE >= 1 AND CACHE-POLICY-TYPE <= 3
              AND MONTH-SUB-WS > ZERO
              MOVE CACHE-POLICY-TYPE TO TYPE-SUB-WS
              ADD CR-RECOVERED-AMOUNT
                 TO MM-REINSURANCE (TYPE-SUB-WS, MONTH-SUB-WS)
           ELSE
              ADD 1 TO RECORDS-OUTSIDE-WS
           END-IF.
           PERFORM 190-READ-CESSION.

       600-TOTAL-ALL-TYPES.
           PERFORM 610-TOTAL-ONE-TYPE
              VARYING TYPE-SUB-WS FROM 1 BY 1
              UNTIL TYPE-SUB-WS > 3.

       610-TOTAL-ONE-TYPE.
           PERFORM 620-TOTAL-ONE-MONTH
              VARYING MONTH-SUB-WS FROM 1 BY 1
              UNTIL MONTH-SUB-WS > 23.

       620-TOTAL-ONE-MONTH.
           ADD MM-COLLECTED (TYPE-SUB-WS, MONTH-SUB-WS)
              TO MM-COLLECTED (4, MONTH-SUB-WS).
           ADD MM-EARNED (TYPE-SUB-WS, MONTH-SUB-WS)
              TO MM-EARNED (4, MONTH-SUB-WS).
           ADD MM-CLAIMS (TYPE-SUB-WS, MONTH-SUB-WS)
              TO MM-CLAIMS (4, MONTH-SUB-WS).
           ADD MM-REINSURANCE (TYPE-SUB-WS, MONTH-SUB-WS)
              TO MM-REINSURANCE (4, MONTH-SUB-WS).

       700-WRITE-REPORT.
           MOVE CURR-DATE-WS TO MLR-HDG-DATE.
           WRITE MLR-LINE FROM MLR-HEADING-ONE.
           PERFORM 710-WRITE-ONE-TYPE
              VARYING TYPE-SUB-WS FROM 1 BY 1
              UNTIL TYPE-SUB-WS > 4.
           MOVE SPACES TO MLR-LINE.
           WRITE MLR-LINE.
           MOVE PREMIUM-READ-WS    TO MLR-PREMIUM-O.
           MOVE HISTORY-READ-WS    TO MLR-HISTORY-O.
           MOVE CESSIONS-READ-WS   TO MLR-CESSIONS-O.
           MOVE RECORDS-OUTSIDE-WS TO MLR-OUTSIDE-O.
           WRITE MLR-LINE FROM MLR-COUNT-LINE.

       710-WRITE-ONE-TYPE.
           MOVE SPACES TO MLR-LINE.
           WRITE MLR-LINE.
           EVALUATE TYPE-SUB-WS
           WHEN 1
                MOVE 'EMPLOYER-PRIVATE' TO MLR-TYPE-NAME-O
           WHEN 2
                MOVE 'STANDARD MEDICARE' TO MLR-TYPE-NAME-O
           WHEN 3
                MOVE 'AFFORDABLE CARE ACT' TO MLR-TYPE-NAME-O
           WHEN OTHER
                MOVE 'ALL POLICY TYPES' TO MLR-TYPE-NAME-O
           END-EVALUATE.
           WRITE MLR-LINE FROM MLR-TYPE-HEADER.
           WRITE MLR-LINE FROM MLR-COLUMN-HEADER.
           PERFORM 720-WRITE-ONE-MONTH
              VARYING MONTH-SUB-WS FROM 1 BY 1
              UNTIL MONTH-SUB-WS > 12.

      * A ratio with no earned premium under it prints blank and
      * goes to the extract as zero.
       720-WRITE-ONE-MONTH.
           PERFORM 740-FORMAT-ROW-MONTH.
           COMPUTE NET-INCURRED-WS =
              MM-CLAIMS (TYPE-SUB-WS, MONTH-SUB-WS)
              - MM-REINSURANCE (TYPE-SUB-WS, MONTH-SUB-WS).
           MOVE MM-COLLECTED (TYPE-SUB-WS, MONTH-SUB-WS)
             TO MLR-COLLECTED-O, CSV-COLLECTED-EDIT.
           MOVE MM-EARNED (TYPE-SUB-WS, MONTH-SUB-WS)
             TO MLR-EARNED-O, CSV-EARNED-EDIT.
           MOVE MM-CLAIMS (TYPE-SUB-WS, MONTH-SUB-WS)
             TO MLR-CLAIMS-O, CSV-CLAIMS-EDIT.
           MOVE MM-REINSURANCE (TYPE-SUB-WS, MONTH-SUB-WS)
             TO MLR-REINS-O, CSV-REINS-EDIT.
           MOVE NET-INCURRED-WS TO MLR-NET-O, CSV-NET-EDIT.
           IF MM-EARNED (TYPE-SUB-WS, MONTH-SUB-WS) > ZERO
              COMPUTE RATIO-WS ROUNDED = NET-INCURRED-WS * 100
                 / MM-EARNED (TYPE-SUB-WS, MONTH-SUB-WS)
              MOVE RATIO-WS TO MLR-RATIO-O, CSV-RATIO-EDIT
           ELSE
              MOVE SPACES TO MLR-RATIO-AREA
              MOVE ZERO TO CSV-RATIO-EDIT
           END-IF.
           MOVE ZERO TO R12-EARNED-WS, R12-NET-WS.
           PERFORM 730-ROLL-ONE-MONTH
              VARYING ROLL-SUB-WS FROM MONTH-SUB-WS BY 1
              UNTIL ROLL-SUB-WS > MONTH-SUB-WS + 11.
           MOVE R12-EARNED-WS TO MLR-R12-EARNED-O, CSV-R12-EARNED-EDIT.
           MOVE R12-NET-WS    TO MLR-R12-NET-O, CSV-R12-NET-EDIT.
           IF R12-EARNED-WS > ZERO
              COMPUTE RATIO-WS ROUNDED =
                 R12-NET-WS * 100 / R12-EARNED-WS
              MOVE RATIO-WS TO MLR-R12-RATIO-O, CSV-R12-RATIO-EDIT
           ELSE
              MOVE SPACES TO MLR-R12-RATIO-AREA
              MOVE ZERO TO CSV-R12-RATIO-EDIT
           END-IF.
           WRITE MLR-LINE FROM MLR-DETAIL-LINE.
           PERFORM 760-WRITE-CSV-ROW.

       730-ROLL-ONE-MONTH.
           ADD MM-EARNED (TYPE-SUB-WS, ROLL-SUB-WS) TO R12-EARNED-WS.
           ADD MM-CLAIMS (TYPE-SUB-WS, ROLL-SUB-WS) TO R12-NET-WS.
           SUBTRACT MM-REINSURANCE (TYPE-SUB-WS, ROLL-SUB-WS)
              FROM R12-NET-WS.

       740-FORMAT-ROW-MONTH.
           COMPUTE ACT-MONTHS-WS =
              CURR-MONTHS-WS - MONTH-SUB-WS.
           DIVIDE ACT-MONTHS-WS BY 12
              GIVING ROW-YEAR-WS REMAINDER ROW-MONTH-WS.
           ADD 1 TO ROW-MONTH-WS.
           MOVE ROW-YEAR-WS  TO WORK-YEAR.
           MOVE ROW-MONTH-WS TO WORK-MONTH.
           MOVE WORK-DATE-X (1:4) TO MLR-MONTH-O (1:4).
           MOVE '/'               TO MLR-MONTH-O (5:1).
           MOVE WORK-DATE-X (5:2) TO MLR-MONTH-O (6:2).

      * Type 4 goes to the extract as zero - all policy types.
       760-WRITE-CSV-ROW.
           MOVE SPACES TO MLRCSV-REC.
           IF TYPE-SUB-WS > 3
              MOVE ZERO TO CSV-TYPE-EDIT
           ELSE
              MOVE TYPE-SUB-WS TO CSV-TYPE-EDIT
           END-IF.
           STRING CSV-TYPE-EDIT             DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  MLR-MONTH-O               DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  CSV-COLLECTED-EDIT        DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  CSV-EARNED-EDIT           DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  CSV-CLAIMS-EDIT           DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  CSV-REINS-EDIT            DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  CSV-NET-EDIT              DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  CSV-RATIO-EDIT            DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  CSV-R12-EARNED-EDIT       DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  CSV-R12-NET-EDIT          DELIMITED BY SIZE
                  ','                       DELIMITED BY SIZE
                  CSV-R12-RATIO-EDIT        DELIMITED BY SIZE
              INTO MLRCSV-REC
           END-STRING.
           WRITE MLRCSV-REC.

       900-WRAP-UP.
           DISPLAY 'PREMIUM RECORDS READ: ' PREMIUM-READ-WS.
           DISPLAY 'HISTORY RECORDS READ: ' HISTORY-READ-WS.
           DISPLAY 'CESSIONS READ:        ' CESSIONS-READ-WS.
           IF NOT PREMAPPL-MISSING
              CLOSE PREMAPPL
           END-IF.
           IF NOT CLMHIST-MISSING
              CLOSE CLMHIST
           END-IF.
           IF NOT CEDEDRCV-MISSING
              CLOSE CEDEDRCV
           END-IF.
           CLOSE POLMSTR, MLRPRT, MLRCSV.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE PREMAPPL, CLMHIST, CEDEDRCV, POLMSTR, MLRPRT,
                 MLRCSV.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
