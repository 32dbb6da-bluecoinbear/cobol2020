       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PPAYRPT.
      * Monthly prompt-pay compliance report. Reads the PROMPTPY
      * extract CLAIMPAY appends to and takes the payments issued in
      * the report period (the month of the business date). Each
      * payment issued past the statutory deadline is listed with
      * its days to pay and the interest it carried; then, by policy
      * type, the count of payments measured, the share paid on
      * time, the average days from receipt to payment and the
      * interest paid, with a grand total for the regulator's
      * filing. Payments whose claims came in with no received date
      * could not be measured and are counted separately.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMPTPY
             ASSIGN TO PROMPTPY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROMPTPY-ST.
           SELECT PPAYRPTO
             ASSIGN TO PPAYRPTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PPAYRPTO-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMPTPY
           RECORD CONTAINS 80 CHARACTERS.
           COPY PROMPTPY.

       FD  PPAYRPTO
           RECORD CONTAINS 110 CHARACTERS.
       01 PPAYRPTO-LINE               PIC X(110).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 PROMPTPY-ST               PIC X(2).
               88 PROMPTPY-OK                      VALUE '00'.
               88 PROMPTPY-MISSING                 VALUE '35'.
           05 PPAYRPTO-ST               PIC X(2).
               88 PPAYRPTO-OK                      VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 PROMPTPY-EOF-SW           PIC X(1)   VALUE 'N'.
               88 NO-MORE-PAYMENTS                 VALUE 'Y'.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 PAYMENTS-READ-WS          PIC S9(7)    VALUE ZERO.
           05 OUT-OF-PERIOD-WS          PIC S9(7)    VALUE ZERO.
           05 LATE-LISTED-WS            PIC S9(7)    VALUE ZERO.

      * One bucket per policy type as CLAIMRPT knows them, and a
      * fourth for any type it does not.
       01 TYPE-TOTALS-WS.
           05 TYPE-TOTAL OCCURS 4 TIMES.
               10 TT-PAYMENTS           PIC S9(7)    VALUE ZERO.
               10 TT-UNDATED            PIC S9(7)    VALUE ZERO.
               10 TT-TIMELY             PIC S9(7)    VALUE ZERO.
               10 TT-LATE               PIC S9(7)    VALUE ZERO.
               10 TT-DAYS               PIC S9(9)    VALUE ZERO.
               10 TT-INTEREST           PIC S9(9)V99 VALUE ZERO.
       01 GRAND-TOTALS-WS.
           05 GT-PAYMENTS               PIC S9(7)    VALUE ZERO.
           05 GT-UNDATED                PIC S9(7)    VALUE ZERO.
           05 GT-TIMELY                 PIC S9(7)    VALUE ZERO.
           05 GT-LATE                   PIC S9(7)    VALUE ZERO.
           05 GT-DAYS                   PIC S9(9)    VALUE ZERO.
           05 GT-INTEREST               PIC S9(9)V99 VALUE ZERO.
       77 TYPE-SUB-WS                   PIC 9(01)  VALUE ZERO.

       01 RATIO-WORK-WS.
           05 MEASURED-WS               PIC S9(7).
           05 PCT-TIMELY-WS             PIC S9(3)V9.
           05 AVG-DAYS-WS               PIC S9(5)V9.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-DATE-X REDEFINES CURR-DATE-WS.
               10 REPORT-PERIOD-WS      PIC 9(06).
               10 FILLER                PIC 9(02).
           05 ISSUE-PERIOD-WS           PIC 9(06).

       01 HEADING-ONE.
           05 HDG-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(30)
                  VALUE 'Prompt-Pay Compliance Report'.
           05 FILLER                    PIC X(08)  VALUE 'PERIOD: '.
           05 HDG-PERIOD                PIC XXXX/XX.

       01 LATE-HEADER.
           05 FILLER                    PIC X(40)
                  VALUE 'PAYMENTS ISSUED PAST THE DEADLINE'.

       01 LATE-COLUMNS.
           05 FILLER                    PIC X(10)  VALUE 'PAYMENT'.
           05 FILLER                    PIC X(13)  VALUE 'POLICY'.
           05 FILLER                    PIC X(06)  VALUE 'TYPE'.
           05 FILLER                    PIC X(12)  VALUE 'RECEIVED'.
           05 FILLER                    PIC X(12)  VALUE 'ISSUED'.
           05 FILLER                    PIC X(08)  VALUE 'DAYS'.
           05 FILLER                    PIC X(16)  VALUE 'AMOUNT PAID'.
           05 FILLER                    PIC X(12)  VALUE 'INTEREST'.
           05 FILLER                    PIC X(06)  VALUE 'METHOD'.

       01 LATE-DETAIL-LINE.
           05 LDL-CHECK-NO              PIC 9(08).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 LDL-POLICY-NO             PIC 9B999B99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 LDL-POLICY-TYPE           PIC 9(01).
           05 FILLER                    PIC X(05)  VALUE SPACES.
           05 LDL-RECEIVED              PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 LDL-ISSUED                PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 LDL-DAYS                  PIC ZZZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 LDL-AMOUNT                PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 LDL-INTEREST              PIC $$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 LDL-METHOD                PIC X(05).

       01 NO-LATE-LINE.
           05 FILLER                    PIC X(40)
                  VALUE '    NONE THIS PERIOD'.

       01 SUMMARY-HEADER.
           05 FILLER                    PIC X(50)
                  VALUE 'TIMELINESS BY POLICY TYPE'.

       01 SUMMARY-COLUMNS.
           05 FILLER                    PIC X(22)  VALUE 'POLICY TYPE'.
           05 FILLER                    PIC X(10)  VALUE 'PAYMENTS'.
           05 FILLER                    PIC X(10)  VALUE 'UNDATED'.
           05 FILLER                    PIC X(10)  VALUE 'ON TIME'.
           05 FILLER                    PIC X(10)  VALUE 'LATE'.
           05 FILLER                    PIC X(10)  VALUE '% ON TIME'.
           05 FILLER                    PIC X(10)  VALUE 'AVG DAYS'.
           05 FILLER                    PIC X(15)
                  VALUE 'INTEREST PAID'.

       01 SUMMARY-LINE.
           05 SUM-TYPE-NAME             PIC X(20).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 SUM-PAYMENTS-O            PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SUM-UNDATED-O             PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SUM-TIMELY-O              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SUM-LATE-O                PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(04)  VALUE SPACES.
           05 SUM-PCT-O                 PIC ZZ9.9.
           05 FILLER                    PIC X(05)  VALUE SPACES.
           05 SUM-AVG-DAYS-O            PIC ZZZ9.9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 SUM-INTEREST-O            PIC $$,$$$,$$9.99.

       01 TRAILER-LINE.
           05 FILLER                    PIC X(33)
                  VALUE 'PAYMENTS OUTSIDE PERIOD SKIPPED: '.
           05 TRL-SKIPPED-O             PIC ZZZ,ZZ9.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-PAYMENT UNTIL NO-MORE-PAYMENTS.
           IF LATE-LISTED-WS = ZERO
              WRITE PPAYRPTO-LINE FROM NO-LATE-LINE
           END-IF.
           PERFORM 700-WRITE-SUMMARY.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           OPEN INPUT PROMPTPY
           IF PROMPTPY-MISSING
              DISPLAY 'NO PROMPT-PAY EXTRACT - NOTHING PAID'
              MOVE 'Y' TO PROMPTPY-EOF-SW
           ELSE
           IF NOT PROMPTPY-OK
              DISPLAY 'PROMPT-PAY EXTRACT PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT PPAYRPTO
           IF NOT PPAYRPTO-OK
              DISPLAY 'PROMPT-PAY REPORT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS      TO HDG-DATE.
           MOVE REPORT-PERIOD-WS  TO HDG-PERIOD.
           WRITE PPAYRPTO-LINE FROM HEADING-ONE.
           MOVE SPACES TO PPAYRPTO-LINE.
           WRITE PPAYRPTO-LINE.
           WRITE PPAYRPTO-LINE FROM LATE-HEADER.
           WRITE PPAYRPTO-LINE FROM LATE-COLUMNS.
           PERFORM 170-READ-PAYMENT.

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

       170-READ-PAYMENT.
           IF NOT NO-MORE-PAYMENTS
              READ PROMPTPY
                 AT END
                    MOVE 'Y' TO PROMPTPY-EOF-SW
              END-READ
           END-IF.
           IF NOT NO-MORE-PAYMENTS
              ADD 1 TO PAYMENTS-READ-WS
           END-IF.

       200-PROCESS-PAYMENT.
           MOVE PX-ISSUE-DATE (1:6) TO ISSUE-PERIOD-WS.
           IF ISSUE-PERIOD-WS NOT = REPORT-PERIOD-WS
              ADD 1 TO OUT-OF-PERIOD-WS
           ELSE
              PERFORM 220-TALLY-PAYMENT
              IF PX-PAID-LATE
                 PERFORM 250-LIST-LATE-PAYMENT
              END-IF
           END-IF.
           PERFORM 170-READ-PAYMENT.

       220-TALLY-PAYMENT.
           IF PX-POLICY-TYPE NUMERIC
              AND PX-POLICY-TYPE > ZERO
              AND PX-POLICY-TYPE < 4
              MOVE PX-POLICY-TYPE TO TYPE-SUB-WS
           ELSE
              MOVE 4 TO TYPE-SUB-WS
           END-IF.
           ADD 1 TO TT-PAYMENTS (TYPE-SUB-WS).
           IF PX-UNDATED
              ADD 1 TO TT-UNDATED (TYPE-SUB-WS)
           ELSE
              ADD PX-DAYS-TO-PAY TO TT-DAYS (TYPE-SUB-WS)
              IF PX-PAID-LATE
                 ADD 1 TO TT-LATE (TYPE-SUB-WS)
              ELSE
                 ADD 1 TO TT-TIMELY (TYPE-SUB-WS)
              END-IF
           END-IF.
           ADD PX-INTEREST-PAID TO TT-INTEREST (TYPE-SUB-WS).

       250-LIST-LATE-PAYMENT.
           MOVE PX-CHECK-NO      TO LDL-CHECK-NO.
           MOVE PX-POLICY-NO     TO LDL-POLICY-NO.
           INSPECT LDL-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE PX-POLICY-TYPE   TO LDL-POLICY-TYPE.
           MOVE PX-RECEIVED-DATE TO LDL-RECEIVED.
           MOVE PX-ISSUE-DATE    TO LDL-ISSUED.
           MOVE PX-DAYS-TO-PAY   TO LDL-DAYS.
           MOVE PX-AMOUNT-PAID   TO LDL-AMOUNT.
           MOVE PX-INTEREST-PAID TO LDL-INTEREST.
           IF PX-PAYMENT-METHOD = 'E'
              MOVE 'EFT'   TO LDL-METHOD
           ELSE
              MOVE 'CHECK' TO LDL-METHOD
           END-IF.
           WRITE PPAYRPTO-LINE FROM LATE-DETAIL-LINE.
           ADD 1 TO LATE-LISTED-WS.

      * The on-time share is of the payments that could be measured;
      * undated payments stay out of both the share and the average.
       700-WRITE-SUMMARY.
           MOVE SPACES TO PPAYRPTO-LINE.
           WRITE PPAYRPTO-LINE.
           WRITE PPAYRPTO-LINE FROM SUMMARY-HEADER.
           WRITE PPAYRPTO-LINE FROM SUMMARY-COLUMNS.
           PERFORM 720-WRITE-ONE-TYPE
              VARYING TYPE-SUB-WS FROM 1 BY 1
              UNTIL TYPE-SUB-WS > 4.
           MOVE SPACES TO PPAYRPTO-LINE.
           WRITE PPAYRPTO-LINE.
           MOVE 'ALL POLICY TYPES' TO SUM-TYPE-NAME.
           MOVE GT-PAYMENTS TO SUM-PAYMENTS-O.
           MOVE GT-UNDATED  TO SUM-UNDATED-O.
           MOVE GT-TIMELY   TO SUM-TIMELY-O.
           MOVE GT-LATE     TO SUM-LATE-O.
           COMPUTE MEASURED-WS = GT-TIMELY + GT-LATE.
           IF MEASURED-WS > ZERO
              COMPUTE PCT-TIMELY-WS ROUNDED =
                 GT-TIMELY * 100 / MEASURED-WS
              COMPUTE AVG-DAYS-WS ROUNDED = GT-DAYS / MEASURED-WS
           ELSE
              MOVE ZERO TO PCT-TIMELY-WS, AVG-DAYS-WS
           END-IF.
           MOVE PCT-TIMELY-WS TO SUM-PCT-O.
           MOVE AVG-DAYS-WS   TO SUM-AVG-DAYS-O.
           MOVE GT-INTEREST   TO SUM-INTEREST-O.
           WRITE PPAYRPTO-LINE FROM SUMMARY-LINE.
           MOVE OUT-OF-PERIOD-WS TO TRL-SKIPPED-O.
           MOVE SPACES TO PPAYRPTO-LINE.
           WRITE PPAYRPTO-LINE.
           WRITE PPAYRPTO-LINE FROM TRAILER-LINE.

       720-WRITE-ONE-TYPE.
           EVALUATE TYPE-SUB-WS
           WHEN 1
                MOVE 'EMPLOYER-PRIVATE'    TO SUM-TYPE-NAME
           WHEN 2
                MOVE 'STANDARD MEDICARE'   TO SUM-TYPE-NAME
           WHEN 3
                MOVE 'AFFORDABLE CARE ACT' TO SUM-TYPE-NAME
           WHEN OTHER
                MOVE 'UNKNOWN'             TO SUM-TYPE-NAME
           END-EVALUATE.
           MOVE TT-PAYMENTS (TYPE-SUB-WS) TO SUM-PAYMENTS-O.
           MOVE TT-UNDATED (TYPE-SUB-WS)  TO SUM-UNDATED-O.
           MOVE TT-TIMELY (TYPE-SUB-WS)   TO SUM-TIMELY-O.
           MOVE TT-LATE (TYPE-SUB-WS)     TO SUM-LATE-O.
           COMPUTE MEASURED-WS =
              TT-TIMELY (TYPE-SUB-WS) + TT-LATE (TYPE-SUB-WS).
           IF MEASURED-WS > ZERO
              COMPUTE PCT-TIMELY-WS ROUNDED =
                 TT-TIMELY (TYPE-SUB-WS) * 100 / MEASURED-WS
              COMPUTE AVG-DAYS-WS ROUNDED =
                 TT-DAYS (TYPE-SUB-WS) / MEASURED-WS
           ELSE
              MOVE ZERO TO PCT-TIMELY-WS, AVG-DAYS-WS
           END-IF.
           MOVE PCT-TIMELY-WS TO SUM-PCT-O.
           MOVE AVG-DAYS-WS   TO SUM-AVG-DAYS-O.
           MOVE TT-INTEREST (TYPE-SUB-WS) TO SUM-INTEREST-O.
           WRITE PPAYRPTO-LINE FROM SUMMARY-LINE.
           ADD TT-PAYMENTS (TYPE-SUB-WS) TO GT-PAYMENTS.
           ADD TT-UNDATED (TYPE-SUB-WS)  TO GT-UNDATED.
           ADD TT-TIMELY (TYPE-SUB-WS)   TO GT-TIMELY.
           ADD TT-LATE (TYPE-SUB-WS)     TO GT-LATE.
           ADD TT-DAYS (TYPE-SUB-WS)     TO GT-DAYS.
           ADD TT-INTEREST (TYPE-SUB-WS) TO GT-INTEREST.

       900-WRAP-UP.
           DISPLAY 'PROMPT-PAY ENTRIES READ: ' PAYMENTS-READ-WS.
           DISPLAY 'LATE PAYMENTS LISTED:    ' LATE-LISTED-WS.
           IF NOT PROMPTPY-MISSING
              CLOSE PROMPTPY
           END-IF.
           CLOSE PPAYRPTO.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE PROMPTPY, PPAYRPTO.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
