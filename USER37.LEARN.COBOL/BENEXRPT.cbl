       IDENTIFICATION DIVISION.
       PROGRAM-ID.      BENEXRPT.
      * Benefit-exhaustion report. Sweeps the accumulator master
      * CLAIMRPT maintains and lists every active policy that has
      * used 90 percent or more of its annual maximum (the policy
      * amount on POLMSTR) or of its policy type's lifetime maximum,
      * with the maximum, the benefits paid against it, what is left
      * and the percentage used - so customer service can warn the
      * policyholder before claims start to decline. Benefits paid
      * in an earlier benefit year do not count against the annual
      * maximum once the policy's benefit date has rolled. The report
      * date is the RUNPARM business date when the driver supplies
      * one, today's otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDACCUM
             ASSIGN TO DEDACCUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DA-POLICY-NO
               FILE STATUS IS DEDACCUM-ST.
           SELECT POLMSTR
             ASSIGN TO POLMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POL-POLICY-NO
               FILE STATUS IS POLMSTR-ST.
           SELECT BENEXRPT
             ASSIGN TO BENEXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BENEXRPT-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDACCUM
           RECORD CONTAINS 60 CHARACTERS.
           COPY DEDACCUM.

       FD  POLMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY POLMSTR.

       FD  BENEXRPT
           RECORD CONTAINS 110 CHARACTERS.
       01 BENEX-LINE                  PIC X(110).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 DEDACCUM-ST               PIC X(2).
               88 DEDACCUM-OK                      VALUE '00'.
               88 DEDACCUM-MISSING                 VALUE '35'.
           05 POLMSTR-ST                PIC X(2).
               88 POLMSTR-OK                       VALUE '00'.
               88 POLMSTR-REC-FOUND                VALUE '00'.
           05 BENEXRPT-ST               PIC X(2).
               88 BENEXRPT-OK                      VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 DEDACCUM-EOF-SW           PIC X(1)   VALUE 'N'.
               88 NO-MORE-ACCUMS                   VALUE 'Y'.

      * Same policy-type table CLAIMRPT adjudicates from; only the
      * lifetime maximum is used here. Zero means no lifetime limit.
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

      * A policy is listed once it has used this share of a maximum.
       77 WARNING-PERCENT-WS            PIC 9(3)V9   VALUE 090.0.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 ACCUMS-READ-WS            PIC S9(7)    VALUE ZERO.
           05 POLICIES-LISTED-WS        PIC S9(7)    VALUE ZERO.
           05 POLICIES-EXHAUSTED-WS     PIC S9(7)    VALUE ZERO.

       01 LIMIT-FIELDS-WS.
           05 LIMIT-NAME-WS             PIC X(08).
           05 LIMIT-MAX-WS              PIC S9(9)V99 VALUE ZERO.
           05 LIMIT-PAID-WS             PIC S9(9)V99 VALUE ZERO.
           05 LIMIT-REMAINING-WS        PIC S9(9)V99 VALUE ZERO.
           05 LIMIT-PCT-WS              PIC S9(3)V9  VALUE ZERO.
           05 YEAR-PAID-WS              PIC S9(9)V99 VALUE ZERO.
           05 LIFETIME-PAID-WS          PIC S9(9)V99 VALUE ZERO.
           05 LIFETIME-MAX-WS           PIC S9(9)V99 VALUE ZERO.
           05 POLICY-LISTED-SW          PIC X(1)     VALUE 'N'.
               88 POLICY-LISTED                      VALUE 'Y'.
           05 POLICY-EXHAUSTED-SW       PIC X(1)     VALUE 'N'.
               88 POLICY-EXHAUSTED                   VALUE 'Y'.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).

       01 BENEX-HEADING-ONE.
           05 FILLER                    PIC X(40)
                  VALUE 'BENEFIT MAXIMUM EXHAUSTION REPORT       '.
           05 FILLER                    PIC X(06)  VALUE 'DATE: '.
           05 BXH-DATE                  PIC XXXX/XX/XX.

       01 BENEX-HEADING-TWO.
           05 FILLER                    PIC X(13)  VALUE 'POLICY'.
           05 FILLER                    PIC X(27)  VALUE 'POLICYHOLDER'.
           05 FILLER                    PIC X(10)  VALUE 'LIMIT'.
           05 FILLER                    PIC X(14)  VALUE '     MAXIMUM'.
           05 FILLER                    PIC X(14)  VALUE '        PAID'.
           05 FILLER                    PIC X(14)  VALUE '   REMAINING'.
           05 FILLER                    PIC X(08)  VALUE '  USED'.

       01 BENEX-DETAIL-LINE.
           05 BXD-POLICY-NO             PIC 9B999B99.
           05 FILLER                    PIC X(05)  VALUE SPACES.
           05 BXD-NAME                  PIC X(26).
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 BXD-LIMIT                 PIC X(08).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 BXD-MAXIMUM               PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 BXD-PAID                  PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 BXD-REMAINING             PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 BXD-PCT                   PIC ZZ9.9.
           05 FILLER                    PIC X(01)  VALUE '%'.
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 BXD-STATUS                PIC X(09).

       01 BENEX-TOTAL-LINE.
           05 FILLER                    PIC X(17)
                  VALUE 'POLICIES LISTED: '.
           05 BXT-LISTED-O              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(05)  VALUE SPACES.
           05 FILLER                    PIC X(11)
                  VALUE 'EXHAUSTED: '.
           05 BXT-EXHAUSTED-O           PIC ZZZ,ZZ9.

       01 BENEX-BLANK-LINE              PIC X(100) VALUE SPACES.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-CHECK-ONE-POLICY UNTIL NO-MORE-ACCUMS.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           OPEN INPUT DEDACCUM
           IF DEDACCUM-MISSING
              DISPLAY 'NO ACCUMULATOR FILE - NOTHING TO REPORT'
              MOVE 'Y' TO DEDACCUM-EOF-SW
           ELSE
           IF NOT DEDACCUM-OK
              DISPLAY 'ACCUMULATOR FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT POLMSTR
           IF NOT POLMSTR-OK
              DISPLAY 'POLICY MASTER FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT BENEXRPT
           IF NOT BENEXRPT-OK
              DISPLAY 'BENEFIT EXHAUSTION REPORT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS TO BXH-DATE.
           WRITE BENEX-LINE FROM BENEX-HEADING-ONE.
           WRITE BENEX-LINE FROM BENEX-BLANK-LINE.
           WRITE BENEX-LINE FROM BENEX-HEADING-TWO.
           IF NOT NO-MORE-ACCUMS
              PERFORM 170-READ-ACCUM.

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

       170-READ-ACCUM.
           READ DEDACCUM NEXT RECORD
              AT END
                 MOVE 'Y' TO DEDACCUM-EOF-SW
           END-READ.
           IF NOT NO-MORE-ACCUMS
              ADD 1 TO ACCUMS-READ-WS
           END-IF.

      * Each policy is held against its annual maximum and, when its
      * type carries one, its lifetime maximum; a policy near both
      * gets a line for each. Terminated policies and accumulators
      * for policies no longer on the master are passed over.
       200-CHECK-ONE-POLICY.
           MOVE DA-POLICY-NO TO POL-POLICY-NO.
           READ POLMSTR.
           IF POLMSTR-REC-FOUND AND POL-ACTIVE
              PERFORM 250-CHECK-POLICY-LIMITS
           END-IF.
           PERFORM 170-READ-ACCUM.

       250-CHECK-POLICY-LIMITS.
           MOVE 'N' TO POLICY-LISTED-SW, POLICY-EXHAUSTED-SW.
           MOVE ZERO TO YEAR-PAID-WS, LIFETIME-PAID-WS,
                        LIFETIME-MAX-WS.
           IF DA-YEAR-BENEFIT-PAID NUMERIC
              AND DA-BENEFIT-DATE = POL-BENEFIT-DATE
              MOVE DA-YEAR-BENEFIT-PAID TO YEAR-PAID-WS
           END-IF.
           IF DA-LIFETIME-PAID NUMERIC
              MOVE DA-LIFETIME-PAID TO LIFETIME-PAID-WS
           END-IF.
           SET POLICY-TYPE-IDX TO 1.
           SEARCH POLICY-TYPE-ENTRY
              AT END
                 CONTINUE
              WHEN PTT-POLICY-TYPE (POLICY-TYPE-IDX) = POL-POLICY-TYPE
                 MOVE PTT-LIFETIME-MAX (POLICY-TYPE-IDX)
                                          TO LIFETIME-MAX-WS
           END-SEARCH.
           IF POL-POLICY-AMOUNT > ZERO
              MOVE 'ANNUAL'          TO LIMIT-NAME-WS
              MOVE POL-POLICY-AMOUNT TO LIMIT-MAX-WS
              MOVE YEAR-PAID-WS      TO LIMIT-PAID-WS
              PERFORM 300-CHECK-ONE-LIMIT
           END-IF.
           IF LIFETIME-MAX-WS > ZERO
              MOVE 'LIFETIME'        TO LIMIT-NAME-WS
              MOVE LIFETIME-MAX-WS   TO LIMIT-MAX-WS
              MOVE LIFETIME-PAID-WS  TO LIMIT-PAID-WS
              PERFORM 300-CHECK-ONE-LIMIT
           END-IF.
           IF POLICY-LISTED
              ADD 1 TO POLICIES-LISTED-WS
           END-IF.
           IF POLICY-EXHAUSTED
              ADD 1 TO POLICIES-EXHAUSTED-WS
           END-IF.

       300-CHECK-ONE-LIMIT.
           COMPUTE LIMIT-PCT-WS ROUNDED =
              LIMIT-PAID-WS * 100 / LIMIT-MAX-WS
              ON SIZE ERROR
                 MOVE 999.9 TO LIMIT-PCT-WS
           END-COMPUTE.
           IF LIMIT-PCT-WS NOT < WARNING-PERCENT-WS
              PERFORM 350-WRITE-DETAIL
           END-IF.

       350-WRITE-DETAIL.
           COMPUTE LIMIT-REMAINING-WS = LIMIT-MAX-WS - LIMIT-PAID-WS.
           IF LIMIT-REMAINING-WS < ZERO
              MOVE ZERO TO LIMIT-REMAINING-WS
           END-IF.
           MOVE POL-POLICY-NO TO BXD-POLICY-NO.
           INSPECT BXD-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE SPACES TO BXD-NAME.
           STRING POL-FIRST-NAME DELIMITED BY '  '
                  ' '            DELIMITED BY SIZE
                  POL-LAST-NAME  DELIMITED BY SIZE
              INTO BXD-NAME
           END-STRING.
           MOVE LIMIT-NAME-WS      TO BXD-LIMIT.
           MOVE LIMIT-MAX-WS       TO BXD-MAXIMUM.
           MOVE LIMIT-PAID-WS      TO BXD-PAID.
           MOVE LIMIT-REMAINING-WS TO BXD-REMAINING.
           MOVE LIMIT-PCT-WS       TO BXD-PCT.
           IF LIMIT-REMAINING-WS = ZERO
              MOVE 'EXHAUSTED' TO BXD-STATUS
              MOVE 'Y' TO POLICY-EXHAUSTED-SW
           ELSE
              MOVE 'WARNING'   TO BXD-STATUS
           END-IF.
           WRITE BENEX-LINE FROM BENEX-DETAIL-LINE.
           MOVE 'Y' TO POLICY-LISTED-SW.

       900-WRAP-UP.
           WRITE BENEX-LINE FROM BENEX-BLANK-LINE.
           MOVE POLICIES-LISTED-WS    TO BXT-LISTED-O.
           MOVE POLICIES-EXHAUSTED-WS TO BXT-EXHAUSTED-O.
           WRITE BENEX-LINE FROM BENEX-TOTAL-LINE.
           IF NOT DEDACCUM-MISSING
              CLOSE DEDACCUM
           END-IF.
           CLOSE POLMSTR, BENEXRPT.
           DISPLAY 'ACCUMULATORS READ:  ' ACCUMS-READ-WS.
           DISPLAY 'POLICIES LISTED:    ' POLICIES-LISTED-WS.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE DEDACCUM, POLMSTR, BENEXRPT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
