       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CMPLQTR.
      * Quarterly regulatory complaint summary from the policyholder
      * contact and complaint log, for the insurance department's
      * complaint log filing. The report period is the calendar
      * quarter of the business date, so a rerun for a closed
      * quarter is pointed at it through RUNPARM. Only items logged
      * as complaints count - inquiries are shown as a single total.
      * By regulatory category: complaints received in the quarter
      * and how many of those came by department referral, those
      * closed in the quarter by disposition with the average days
      * to close, and those still open at quarter end. A grand total
      * line covers every category.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPLLOG
             ASSIGN TO CMPLLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-LOG-KEY
               FILE STATUS IS CMPLLOG-ST.
           SELECT CMPLQRPT
             ASSIGN TO CMPLQRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMPLQRPT-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  CMPLLOG
           RECORD CONTAINS 180 CHARACTERS.
           COPY CMPLLOG.

       FD  CMPLQRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 CMPLQRPT-LINE               PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 CMPLLOG-ST                PIC X(2).
               88 CMPLLOG-OK                       VALUE '00'.
               88 CMPLLOG-MISSING                  VALUE '35'.
           05 CMPLQRPT-ST               PIC X(2).
               88 CMPLQRPT-OK                      VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 CMPLLOG-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-ITEMS                    VALUE 'Y'.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 ITEMS-READ-WS             PIC S9(7)    VALUE ZERO.
           05 INQUIRIES-WS              PIC S9(7)    VALUE ZERO.
           05 CLOSE-DAYS-WS             PIC S9(5)    VALUE ZERO.

      * One row per regulatory category as CL-CATEGORY numbers them;
      * an item carrying anything else is counted as other.
       01 CATEGORY-TOTALS-WS.
           05 CATEGORY-TOTAL OCCURS 8 TIMES.
               10 CT-RECEIVED           PIC S9(7)    VALUE ZERO.
               10 CT-REFERRED           PIC S9(7)    VALUE ZERO.
               10 CT-CLOSED             PIC S9(7)    VALUE ZERO.
               10 CT-UPHELD             PIC S9(7)    VALUE ZERO.
               10 CT-NOT-UPHELD         PIC S9(7)    VALUE ZERO.
               10 CT-COMPROMISED        PIC S9(7)    VALUE ZERO.
               10 CT-WITHDRAWN          PIC S9(7)    VALUE ZERO.
               10 CT-CLOSE-DAYS         PIC S9(9)    VALUE ZERO.
               10 CT-OPEN-AT-END        PIC S9(7)    VALUE ZERO.
       01 GRAND-TOTALS-WS.
           05 GT-RECEIVED               PIC S9(7)    VALUE ZERO.
           05 GT-REFERRED               PIC S9(7)    VALUE ZERO.
           05 GT-CLOSED                 PIC S9(7)    VALUE ZERO.
           05 GT-UPHELD                 PIC S9(7)    VALUE ZERO.
           05 GT-NOT-UPHELD             PIC S9(7)    VALUE ZERO.
           05 GT-COMPROMISED            PIC S9(7)    VALUE ZERO.
           05 GT-WITHDRAWN              PIC S9(7)    VALUE ZERO.
           05 GT-CLOSE-DAYS             PIC S9(9)    VALUE ZERO.
           05 GT-OPEN-AT-END            PIC S9(7)    VALUE ZERO.
       77 CAT-SUB-WS                    PIC 9(02)  VALUE ZERO.
       77 AVG-DAYS-WS                   PIC S9(5)V9 VALUE ZERO.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-DATE-X REDEFINES CURR-DATE-WS.
               10 CURR-YEAR-WS          PIC 9(04).
               10 CURR-MONTH-WS         PIC 9(02).
               10 FILLER                PIC 9(02).
           05 CURRENT-QUARTER-WS        PIC 9(01).
           05 QTR-DIVIDE-WS             PIC 9(02).
           05 QTR-REMAINDER-WS          PIC 9(02).
      * First and last day of the quarter. The last day is the 31st
      * of the quarter's last month whether or not the month has
      * one - it is only ever compared against.
           05 QTR-START-DATE-WS         PIC 9(08).
           05 QTR-START-X REDEFINES QTR-START-DATE-WS.
               10 QTR-START-YEAR        PIC 9(04).
               10 QTR-START-MONTH       PIC 9(02).
               10 QTR-START-DAY         PIC 9(02).
           05 QTR-END-DATE-WS           PIC 9(08).
           05 QTR-END-X REDEFINES QTR-END-DATE-WS.
               10 QTR-END-YEAR          PIC 9(04).
               10 QTR-END-MONTH         PIC 9(02).
               10 QTR-END-DAY           PIC 9(02).
           05 OPEN-DATE-INT-WS          PIC 9(09).
           05 CLOSE-DATE-INT-WS         PIC 9(09).

       01 HEADING-ONE.
           05 HDG-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(36)
                  VALUE 'Regulatory Complaint Summary'.
           05 FILLER                    PIC X(09)  VALUE 'QUARTER: '.
           05 HDG-YEAR                  PIC 9(04).
           05 FILLER                    PIC X(02)  VALUE ' Q'.
           05 HDG-QUARTER               PIC 9(01).

       01 HEADING-TWO.
           05 FILLER                    PIC X(08)  VALUE 'PERIOD: '.
           05 HDG-START                 PIC XXXX/XX/XX.
           05 FILLER                    PIC X(04)  VALUE ' TO '.
           05 HDG-END                   PIC XXXX/XX/XX.

       01 SUMMARY-COLUMNS-1.
           05 FILLER                    PIC X(26)  VALUE SPACES.
           05 FILLER                    PIC X(20)  VALUE
                  '---- RECEIVED ----'.
           05 FILLER                    PIC X(60)  VALUE
              '---------------------- CLOSED ----------------------'.
           05 FILLER                    PIC X(10)  VALUE 'OPEN AT'.

       01 SUMMARY-COLUMNS-2.
           05 FILLER                    PIC X(26)  VALUE 'CATEGORY'.
           05 FILLER                    PIC X(10)  VALUE '   TOTAL'.
           05 FILLER                    PIC X(10)  VALUE 'DEPT REF'.
           05 FILLER                    PIC X(10)  VALUE '   TOTAL'.
           05 FILLER                    PIC X(10)  VALUE '  UPHELD'.
           05 FILLER                    PIC X(10)  VALUE 'NOT UPHLD'.
           05 FILLER                    PIC X(10)  VALUE 'COMPROM'.
           05 FILLER                    PIC X(10)  VALUE 'WITHDRAWN'.
           05 FILLER                    PIC X(10)  VALUE 'AVG DAYS'.
           05 FILLER                    PIC X(10)  VALUE 'QTR END'.

       01 SUMMARY-LINE.
           05 SUM-CATEGORY-NAME         PIC X(24).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 SUM-RECEIVED-O            PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SUM-REFERRED-O            PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SUM-CLOSED-O              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SUM-UPHELD-O              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SUM-NOT-UPHELD-O          PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SUM-COMPROMISED-O         PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SUM-WITHDRAWN-O           PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SUM-AVG-DAYS-O            PIC ZZZ9.9.
           05 FILLER                    PIC X(04)  VALUE SPACES.
           05 SUM-OPEN-AT-END-O         PIC ZZZ,ZZ9.

       01 INQUIRY-LINE.
           05 FILLER                    PIC X(33)
                  VALUE 'INQUIRIES LOGGED IN THE QUARTER: '.
           05 INQ-COUNT-O               PIC ZZZ,ZZ9.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-ITEM UNTIL NO-MORE-ITEMS.
           PERFORM 700-WRITE-SUMMARY.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           PERFORM 110-SET-QUARTER.
           OPEN INPUT CMPLLOG
           IF CMPLLOG-MISSING
              DISPLAY 'NO COMPLAINT LOG - NOTHING TO REPORT'
              MOVE 'Y' TO CMPLLOG-EOF-SW
           ELSE
           IF NOT CMPLLOG-OK
              DISPLAY 'COMPLAINT LOG FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT CMPLQRPT
           IF NOT CMPLQRPT-OK
              DISPLAY 'COMPLAINT SUMMARY REPORT PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS       TO HDG-DATE.
           MOVE CURR-YEAR-WS       TO HDG-YEAR.
           MOVE CURRENT-QUARTER-WS TO HDG-QUARTER.
           MOVE QTR-START-DATE-WS  TO HDG-START.
           MOVE QTR-END-DATE-WS    TO HDG-END.
           WRITE CMPLQRPT-LINE FROM HEADING-ONE.
           WRITE CMPLQRPT-LINE FROM HEADING-TWO.
           MOVE SPACES TO CMPLQRPT-LINE.
           WRITE CMPLQRPT-LINE.
           WRITE CMPLQRPT-LINE FROM SUMMARY-COLUMNS-1.
           WRITE CMPLQRPT-LINE FROM SUMMARY-COLUMNS-2.
           PERFORM 170-READ-ITEM.

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

      * Quarter of the business date, worked out the same way as
      * ARCHPURG's purge quarter.
       110-SET-QUARTER.
           DIVIDE CURR-MONTH-WS BY 3
               GIVING QTR-DIVIDE-WS
               REMAINDER QTR-REMAINDER-WS.
           IF QTR-REMAINDER-WS = ZERO
               MOVE QTR-DIVIDE-WS TO CURRENT-QUARTER-WS
           ELSE
               ADD 1 TO QTR-DIVIDE-WS
               MOVE QTR-DIVIDE-WS TO CURRENT-QUARTER-WS.
           MOVE CURR-YEAR-WS TO QTR-START-YEAR, QTR-END-YEAR.
           COMPUTE QTR-END-MONTH   = CURRENT-QUARTER-WS * 3.
           COMPUTE QTR-START-MONTH = QTR-END-MONTH - 2.
           MOVE 01 TO QTR-START-DAY.
           MOVE 31 TO QTR-END-DAY.

       170-READ-ITEM.
           IF NOT NO-MORE-ITEMS
              READ CMPLLOG NEXT RECORD
                 AT END
                    MOVE 'Y' TO CMPLLOG-EOF-SW
              END-READ
           END-IF.
           IF NOT NO-MORE-ITEMS
              ADD 1 TO ITEMS-READ-WS
           END-IF.

       200-PROCESS-ITEM.
           IF CL-COMPLAINT
              PERFORM 220-TALLY-COMPLAINT
           ELSE
              IF CL-OPEN-DATE NOT < QTR-START-DATE-WS
                 AND CL-OPEN-DATE NOT > QTR-END-DATE-WS
                 ADD 1 TO INQUIRIES-WS
              END-IF
           END-IF.
           PERFORM 170-READ-ITEM.

      * A complaint counts as received by its open date and as
      * closed by its close date, each only within the quarter; it
      * is open at quarter end if it was opened by then and either
      * is still open or was closed after the quarter ended.
       220-TALLY-COMPLAINT.
           IF CL-VALID-CATEGORY
              MOVE CL-CATEGORY TO CAT-SUB-WS
           ELSE
              MOVE 8 TO CAT-SUB-WS
           END-IF.
           IF CL-OPEN-DATE NOT < QTR-START-DATE-WS
              AND CL-OPEN-DATE NOT > QTR-END-DATE-WS
              ADD 1 TO CT-RECEIVED (CAT-SUB-WS)
              IF CL-DEPT-REFERRAL
                 ADD 1 TO CT-REFERRED (CAT-SUB-WS)
              END-IF
           END-IF.
           IF CL-CLOSED-ITEM
              AND CL-CLOSE-DATE NOT < QTR-START-DATE-WS
              AND CL-CLOSE-DATE NOT > QTR-END-DATE-WS
              PERFORM 240-TALLY-CLOSED
           END-IF.
           IF CL-OPEN-DATE NOT > QTR-END-DATE-WS
              IF CL-OPEN-ITEM
                 OR CL-CLOSE-DATE > QTR-END-DATE-WS
                 ADD 1 TO CT-OPEN-AT-END (CAT-SUB-WS)
              END-IF
           END-IF.

       240-TALLY-CLOSED.
           ADD 1 TO CT-CLOSED (CAT-SUB-WS).
           EVALUATE TRUE
              WHEN CL-UPHELD
                 ADD 1 TO CT-UPHELD (CAT-SUB-WS)
              WHEN CL-NOT-UPHELD
                 ADD 1 TO CT-NOT-UPHELD (CAT-SUB-WS)
              WHEN CL-COMPROMISED
                 ADD 1 TO CT-COMPROMISED (CAT-SUB-WS)
              WHEN OTHER
                 ADD 1 TO CT-WITHDRAWN (CAT-SUB-WS)
           END-EVALUATE.
           MOVE FUNCTION INTEGER-OF-DATE (CL-OPEN-DATE)
                                        TO OPEN-DATE-INT-WS.
           MOVE FUNCTION INTEGER-OF-DATE (CL-CLOSE-DATE)
                                        TO CLOSE-DATE-INT-WS.
           COMPUTE CLOSE-DAYS-WS =
              CLOSE-DATE-INT-WS - OPEN-DATE-INT-WS.
           ADD CLOSE-DAYS-WS TO CT-CLOSE-DAYS (CAT-SUB-WS).

       700-WRITE-SUMMARY.
           PERFORM 720-WRITE-ONE-CATEGORY
              VARYING CAT-SUB-WS FROM 1 BY 1
              UNTIL CAT-SUB-WS > 8.
           MOVE SPACES TO CMPLQRPT-LINE.
           WRITE CMPLQRPT-LINE.
           MOVE 'ALL CATEGORIES'  TO SUM-CATEGORY-NAME.
           MOVE GT-RECEIVED       TO SUM-RECEIVED-O.
           MOVE GT-REFERRED       TO SUM-REFERRED-O.
           MOVE GT-CLOSED         TO SUM-CLOSED-O.
           MOVE GT-UPHELD         TO SUM-UPHELD-O.
           MOVE GT-NOT-UPHELD     TO SUM-NOT-UPHELD-O.
           MOVE GT-COMPROMISED    TO SUM-COMPROMISED-O.
           MOVE GT-WITHDRAWN      TO SUM-WITHDRAWN-O.
           IF GT-CLOSED > ZERO
              COMPUTE AVG-DAYS-WS ROUNDED = GT-CLOSE-DAYS / GT-CLOSED
           ELSE
              MOVE ZERO TO AVG-DAYS-WS
           END-IF.
           MOVE AVG-DAYS-WS       TO SUM-AVG-DAYS-O.
           MOVE GT-OPEN-AT-END    TO SUM-OPEN-AT-END-O.
           WRITE CMPLQRPT-LINE FROM SUMMARY-LINE.
           MOVE SPACES TO CMPLQRPT-LINE.
           WRITE CMPLQRPT-LINE.
           MOVE INQUIRIES-WS      TO INQ-COUNT-O.
           WRITE CMPLQRPT-LINE FROM INQUIRY-LINE.

       720-WRITE-ONE-CATEGORY.
           EVALUATE CAT-SUB-WS
           WHEN 1
                MOVE 'CLAIM DENIAL'            TO SUM-CATEGORY-NAME
           WHEN 2
                MOVE 'CLAIM DELAY'             TO SUM-CATEGORY-NAME
           WHEN 3
                MOVE 'CLAIM SETTLEMENT AMOUNT' TO SUM-CATEGORY-NAME
           WHEN 4
                MOVE 'PREMIUM AND BILLING'     TO SUM-CATEGORY-NAME
           WHEN 5
                MOVE 'CANCELLATION/NONRENEWAL' TO SUM-CATEGORY-NAME
           WHEN 6
                MOVE 'POLICYHOLDER SERVICE'    TO SUM-CATEGORY-NAME
           WHEN 7
                MOVE 'PROVIDER/NETWORK'        TO SUM-CATEGORY-NAME
           WHEN OTHER
                MOVE 'OTHER'                   TO SUM-CATEGORY-NAME
           END-EVALUATE.
           MOVE CT-RECEIVED (CAT-SUB-WS)    TO SUM-RECEIVED-O.
           MOVE CT-REFERRED (CAT-SUB-WS)    TO SUM-REFERRED-O.
           MOVE CT-CLOSED (CAT-SUB-WS)      TO SUM-CLOSED-O.
           MOVE CT-UPHELD (CAT-SUB-WS)      TO SUM-UPHELD-O.
           MOVE CT-NOT-UPHELD (CAT-SUB-WS)  TO SUM-NOT-UPHELD-O.
           MOVE CT-COMPROMISED (CAT-SUB-WS) TO SUM-COMPROMISED-O.
           MOVE CT-WITHDRAWN (CAT-SUB-WS)   TO SUM-WITHDRAWN-O.
           IF CT-CLOSED (CAT-SUB-WS) > ZERO
              COMPUTE AVG-DAYS-WS ROUNDED =
                 CT-CLOSE-DAYS (CAT-SUB-WS) / CT-CLOSED (CAT-SUB-WS)
           ELSE
              MOVE ZERO TO AVG-DAYS-WS
           END-IF.
           MOVE AVG-DAYS-WS                 TO SUM-AVG-DAYS-O.
           MOVE CT-OPEN-AT-END (CAT-SUB-WS) TO SUM-OPEN-AT-END-O.
           WRITE CMPLQRPT-LINE FROM SUMMARY-LINE.
           ADD CT-RECEIVED (CAT-SUB-WS)    TO GT-RECEIVED.
           ADD CT-REFERRED (CAT-SUB-WS)    TO GT-REFERRED.
           ADD CT-CLOSED (CAT-SUB-WS)      TO GT-CLOSED.
           ADD CT-UPHELD (CAT-SUB-WS)      TO GT-UPHELD.
           ADD CT-NOT-UPHELD (CAT-SUB-WS)  TO GT-NOT-UPHELD.
           ADD CT-COMPROMISED (CAT-SUB-WS) TO GT-COMPROMISED.
           ADD CT-WITHDRAWN (CAT-SUB-WS)   TO GT-WITHDRAWN.
           ADD CT-CLOSE-DAYS (CAT-SUB-WS)  TO GT-CLOSE-DAYS.
           ADD CT-OPEN-AT-END (CAT-SUB-WS) TO GT-OPEN-AT-END.

       900-WRAP-UP.
           DISPLAY 'COMPLAINT LOG ITEMS READ: ' ITEMS-READ-WS.
           IF NOT CMPLLOG-MISSING
              CLOSE CMPLLOG
           END-IF.
           CLOSE CMPLQRPT.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE CMPLLOG, CMPLQRPT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
