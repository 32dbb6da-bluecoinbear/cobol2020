       IDENTIFICATION DIVISION.
       PROGRAM-ID.      AUDACRPT.
      * Claims payment accuracy report. Reads the audit sample master
      * AUDSAMPL draws and AUDFMNT posts the auditors' findings to,
      * and for the twelve sample months ending with the month of
      * the business date shows, month by month and then by the
      * reason code the claim was adjudicated under, how many claims
      * were sampled and reviewed, what the auditors found, and two
      * accuracy rates:
      *
      *   procedural accuracy - the share of reviewed claims found
      *   correct in every respect, money and reason code alike;
      *
      *   financial accuracy - of the dollars at stake on the
      *   reviewed claims (the greater of what paid and what should
      *   have), the share that was not in error, over-payments and
      *   under-payments both counting against it.
      *
      * The sample over-weights high-dollar and appealed claims, so
      * both rates weight each claim by the expansion factor it was
      * drawn with, and stand for the month's claims as a whole
      * rather than for the sample. The dollars in error column is
      * what the auditors actually found, unweighted. A rate with
      * nothing reviewed behind it prints blank.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDSAMP
             ASSIGN TO AUDSAMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AS-SAMPLE-KEY
               FILE STATUS IS AUDSAMP-ST.
           SELECT RSNCODES
             ASSIGN TO RSNCODES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-REASON-CODE
               FILE STATUS IS RSNCODES-ST.
           SELECT AUDACPRT
             ASSIGN TO AUDACPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDACPRT-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDSAMP
           RECORD CONTAINS 150 CHARACTERS.
           COPY AUDSAMP.

       FD  RSNCODES
           RECORD CONTAINS 60 CHARACTERS.
           COPY RSNCODES.

       FD  AUDACPRT
           RECORD CONTAINS 132 CHARACTERS.
       01 AUDACPRT-LINE               PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 AUDSAMP-ST                PIC X(2).
               88 AUDSAMP-OK                       VALUE '00'.
               88 AUDSAMP-MISSING                  VALUE '35'.
           05 RSNCODES-ST               PIC X(2).
               88 RSNCODES-OK                      VALUE '00'.
               88 RSNCODES-REC-FOUND               VALUE '00'.
           05 RSNCODES-AVAILABLE-SW     PIC X(1)   VALUE 'N'.
               88 RSNCODES-AVAILABLE               VALUE 'Y'.
           05 AUDACPRT-ST               PIC X(2).
               88 AUDACPRT-OK                      VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 AUDSAMP-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-SAMPLES                  VALUE 'Y'.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 SAMPLES-READ-WS           PIC S9(7)  VALUE ZERO.
           05 SAMPLES-IN-WINDOW-WS      PIC S9(7)  VALUE ZERO.
           05 DISTINCT-CODES-WS         PIC S9(3)  VALUE ZERO.

      * One set of accumulators per month of the window (slot 12 is
      * the report month, slot 1 eleven months back), one per reason
      * code, and one for the window as a whole - all the same
      * shape, so one paragraph can print any of them.
       01 MONTH-TABLE-WS.
           05 MONTH-ENTRY OCCURS 12 TIMES.
               10 MT-SAMPLED            PIC S9(5).
               10 MT-REVIEWED           PIC S9(5).
               10 MT-CORRECT            PIC S9(5).
               10 MT-OVERPAID           PIC S9(5).
               10 MT-UNDERPAID          PIC S9(5).
               10 MT-WRONG-REASON       PIC S9(5).
               10 MT-WTD-REVIEWED       PIC S9(9)V99.
               10 MT-WTD-CORRECT        PIC S9(9)V99.
               10 MT-WTD-DOLLARS        PIC S9(13)V99.
               10 MT-WTD-ERROR          PIC S9(13)V99.
               10 MT-ERROR-DOLLARS      PIC S9(9)V99.

       01 CODE-TABLE-WS.
           05 CODE-ENTRY OCCURS 200 TIMES.
               10 CT-REASON-CODE        PIC X(04).
               10 CT-SAMPLED            PIC S9(5).
               10 CT-REVIEWED           PIC S9(5).
               10 CT-CORRECT            PIC S9(5).
               10 CT-OVERPAID           PIC S9(5).
               10 CT-UNDERPAID          PIC S9(5).
               10 CT-WRONG-REASON       PIC S9(5).
               10 CT-WTD-REVIEWED       PIC S9(9)V99.
               10 CT-WTD-CORRECT        PIC S9(9)V99.
               10 CT-WTD-DOLLARS        PIC S9(13)V99.
               10 CT-WTD-ERROR          PIC S9(13)V99.
               10 CT-ERROR-DOLLARS      PIC S9(9)V99.
       77 CT-SUB-WS                     PIC S9(3)  VALUE ZERO.
       77 CT-SCAN-WS                    PIC S9(3)  VALUE ZERO.
       77 MONTH-SUB-WS                  PIC S9(3)  VALUE ZERO.

      * The line being printed, loaded from a month, a code or the
      * window total.
       01 PRINT-ACCUM-WS.
           05 PA-SAMPLED                PIC S9(5).
           05 PA-REVIEWED               PIC S9(5).
           05 PA-CORRECT                PIC S9(5).
           05 PA-OVERPAID               PIC S9(5).
           05 PA-UNDERPAID              PIC S9(5).
           05 PA-WRONG-REASON           PIC S9(5).
           05 PA-WTD-REVIEWED           PIC S9(9)V99.
           05 PA-WTD-CORRECT            PIC S9(9)V99.
           05 PA-WTD-DOLLARS            PIC S9(13)V99.
           05 PA-WTD-ERROR              PIC S9(13)V99.
           05 PA-ERROR-DOLLARS          PIC S9(9)V99.

       01 WINDOW-TOTAL-WS.
           05 WT-SAMPLED                PIC S9(5)       VALUE ZERO.
           05 WT-REVIEWED               PIC S9(5)       VALUE ZERO.
           05 WT-CORRECT                PIC S9(5)       VALUE ZERO.
           05 WT-OVERPAID               PIC S9(5)       VALUE ZERO.
           05 WT-UNDERPAID              PIC S9(5)       VALUE ZERO.
           05 WT-WRONG-REASON           PIC S9(5)       VALUE ZERO.
           05 WT-WTD-REVIEWED           PIC S9(9)V99    VALUE ZERO.
           05 WT-WTD-CORRECT            PIC S9(9)V99    VALUE ZERO.
           05 WT-WTD-DOLLARS            PIC S9(13)V99   VALUE ZERO.
           05 WT-WTD-ERROR              PIC S9(13)V99   VALUE ZERO.
           05 WT-ERROR-DOLLARS          PIC S9(9)V99    VALUE ZERO.

      * One reviewed claim's contribution.
       01 FINDING-WORK-WS.
           05 FACTOR-WS                 PIC 9(5)V99.
           05 DOLLARS-AT-STAKE-WS       PIC S9(7)V99.
           05 ERROR-DOLLARS-WS          PIC S9(7)V99.
           05 PROC-PCT-WS               PIC S9(3)V9.
           05 FIN-PCT-WS                PIC S9(3)V9.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-DATE-X REDEFINES CURR-DATE-WS.
               10 CURR-YEAR             PIC 9(04).
               10 CURR-MONTH            PIC 9(02).
               10 FILLER                PIC 9(02).
           05 CURR-MONTHS-WS            PIC S9(7).
           05 SAMPLE-MONTHS-WS          PIC S9(7).
           05 MONTHS-BACK-WS            PIC S9(7).
           05 SLOT-MONTHS-WS            PIC S9(7).
           05 SLOT-PERIOD-WS.
               10 SLOT-YEAR             PIC 9(04).
               10 SLOT-MONTH            PIC 9(02).
           05 SLOT-PERIOD-N REDEFINES SLOT-PERIOD-WS
                                        PIC 9(06).

       01 HEADING-ONE.
           05 HDG-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(30)  VALUE SPACES.
           05 FILLER                    PIC X(38)
                  VALUE 'Claims Payment Accuracy Audit Report'.
           05 FILLER                    PIC X(17)
                  VALUE 'TWELVE MONTHS TO '.
           05 HDG-PERIOD                PIC XXXX/XX.

       01 MONTH-HEADER.
           05 FILLER                    PIC X(40)
                  VALUE 'ACCURACY BY SAMPLE MONTH'.

       01 MONTH-COLUMNS.
           05 FILLER                    PIC X(10)  VALUE 'MONTH'.
           05 FILLER                    PIC X(09)  VALUE 'SAMPLED'.
           05 FILLER                    PIC X(09)  VALUE 'REVIEWED'.
           05 FILLER                    PIC X(09)  VALUE 'CORRECT'.
           05 FILLER                    PIC X(09)  VALUE 'OVER'.
           05 FILLER                    PIC X(09)  VALUE 'UNDER'.
           05 FILLER                    PIC X(11)  VALUE 'WRONG RSN'.
           05 FILLER                    PIC X(10)  VALUE 'PROC ACC%'.
           05 FILLER                    PIC X(08)  VALUE 'FIN ACC%'.
           05 FILLER                    PIC X(15)  VALUE '  $ IN ERROR'.

       01 MONTH-LINE.
           05 AML-MONTH                 PIC X(07).
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 AML-SAMPLED               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 AML-REVIEWED              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 AML-CORRECT               PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 AML-OVERPAID              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 AML-UNDERPAID             PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 AML-WRONG-REASON          PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05)  VALUE SPACES.
           05 AML-PROC-AREA.
               10 AML-PROC-PCT          PIC ZZ9.9.
           05 FILLER                    PIC X(05)  VALUE SPACES.
           05 AML-FIN-AREA.
               10 AML-FIN-PCT           PIC ZZ9.9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 AML-ERROR-DOLLARS         PIC $$$,$$$,$$9.99.

       01 PERIOD-EDIT-WS                PIC XXXX/XX.

       01 CODE-HEADER.
           05 FILLER                    PIC X(40)
                  VALUE 'ACCURACY BY ADJUDICATED REASON CODE'.

       01 CODE-COLUMNS.
           05 FILLER                    PIC X(07)  VALUE 'CODE'.
           05 FILLER                    PIC X(42)  VALUE 'DESCRIPTION'.
           05 FILLER                    PIC X(09)  VALUE 'REVIEWED'.
           05 FILLER                    PIC X(11)  VALUE 'ERRORS'.
           05 FILLER                    PIC X(10)  VALUE 'PROC ACC%'.
           05 FILLER                    PIC X(08)  VALUE 'FIN ACC%'.
           05 FILLER                    PIC X(15)  VALUE '  $ IN ERROR'.

       01 CODE-LINE.
           05 ACL-CODE                  PIC X(04).
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 ACL-DESC                  PIC X(40).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 ACL-REVIEWED              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 ACL-ERRORS                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(05)  VALUE SPACES.
           05 ACL-PROC-AREA.
               10 ACL-PROC-PCT          PIC ZZ9.9.
           05 FILLER                    PIC X(05)  VALUE SPACES.
           05 ACL-FIN-AREA.
               10 ACL-FIN-PCT           PIC ZZ9.9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 ACL-ERROR-DOLLARS         PIC $$$,$$$,$$9.99.

       01 NO-REVIEW-LINE.
           05 FILLER                    PIC X(40)
                  VALUE '    NO CLAIMS REVIEWED IN THE PERIOD'.

       01 TRAILER-LINE.
           05 FILLER                    PIC X(31)
                  VALUE 'SAMPLE ENTRIES READ:'.
           05 TRL-READ-O                PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(05)  VALUE SPACES.
           05 FILLER                    PIC X(17)
                  VALUE 'IN THE 12 MONTHS:'.
           05 TRL-WINDOW-O              PIC ZZZ,ZZ9.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-SAMPLE UNTIL NO-MORE-SAMPLES.
           PERFORM 700-WRITE-MONTHS.
           PERFORM 750-WRITE-CODES.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           COMPUTE CURR-MONTHS-WS = (CURR-YEAR * 12) + CURR-MONTH.
           INITIALIZE MONTH-TABLE-WS.
           INITIALIZE CODE-TABLE-WS.
           OPEN INPUT AUDSAMP
           IF AUDSAMP-MISSING
              DISPLAY 'NO AUDIT SAMPLE MASTER - NOTHING SAMPLED'
              MOVE 'Y' TO AUDSAMP-EOF-SW
           ELSE
           IF NOT AUDSAMP-OK
              DISPLAY 'AUDIT SAMPLE MASTER PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT RSNCODES
           IF RSNCODES-OK
              MOVE 'Y' TO RSNCODES-AVAILABLE-SW
           ELSE
              DISPLAY 'NO REASON CODE MASTER - CODES ONLY'
           END-IF.
           OPEN OUTPUT AUDACPRT
           IF NOT AUDACPRT-OK
              DISPLAY 'ACCURACY REPORT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS      TO HDG-DATE.
           MOVE CURR-DATE-WS (1:6) TO HDG-PERIOD.
           WRITE AUDACPRT-LINE FROM HEADING-ONE.
           PERFORM 170-READ-SAMPLE.

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

       170-READ-SAMPLE.
           IF NOT NO-MORE-SAMPLES
              READ AUDSAMP NEXT RECORD
                 AT END
                    MOVE 'Y' TO AUDSAMP-EOF-SW
              END-READ
           END-IF.
           IF NOT NO-MORE-SAMPLES
              ADD 1 TO SAMPLES-READ-WS
           END-IF.

       200-PROCESS-SAMPLE.
           MOVE AS-SAMPLE-MONTH TO SLOT-PERIOD-N.
           COMPUTE SAMPLE-MONTHS-WS = (SLOT-YEAR * 12) + SLOT-MONTH.
           COMPUTE MONTHS-BACK-WS = CURR-MONTHS-WS - SAMPLE-MONTHS-WS.
           IF MONTHS-BACK-WS NOT < ZERO
              AND MONTHS-BACK-WS < 12
              ADD 1 TO SAMPLES-IN-WINDOW-WS
              COMPUTE MONTH-SUB-WS = 12 - MONTHS-BACK-WS
              PERFORM 300-FIND-CODE-ENTRY
              ADD 1 TO MT-SAMPLED (MONTH-SUB-WS)
              IF CT-SCAN-WS > ZERO
                 ADD 1 TO CT-SAMPLED (CT-SCAN-WS)
              END-IF
              IF NOT AS-NOT-REVIEWED
                 PERFORM 400-TALLY-FINDING
              END-IF
           END-IF.
           PERFORM 170-READ-SAMPLE.

      * Linear scan of the code table, as in RSNFREQ - the code
      * either finds its entry or claims the next free one. A claim
      * that paid clean carries no code and tallies under spaces.
       300-FIND-CODE-ENTRY.
           MOVE ZERO TO CT-SCAN-WS.
           PERFORM 310-SCAN-ONE-ENTRY
              VARYING CT-SUB-WS FROM 1 BY 1
              UNTIL CT-SUB-WS > DISTINCT-CODES-WS
                 OR CT-SCAN-WS > ZERO.
           IF CT-SCAN-WS = ZERO
              IF DISTINCT-CODES-WS < 200
                 ADD 1 TO DISTINCT-CODES-WS
                 MOVE DISTINCT-CODES-WS TO CT-SCAN-WS
                 MOVE AS-REASON-CODE TO CT-REASON-CODE (CT-SCAN-WS)
              ELSE
                 DISPLAY '*** CODE TABLE FULL - CODE DROPPED: '
                    AS-REASON-CODE
              END-IF
           END-IF.

       310-SCAN-ONE-ENTRY.
           IF CT-REASON-CODE (CT-SUB-WS) = AS-REASON-CODE
              MOVE CT-SUB-WS TO CT-SCAN-WS
           END-IF.

      * A claim's dollars at stake are the greater of what paid and
      * what should have; its error is the difference, whichever
      * way it ran. A wrong reason code costs no dollars.
       400-TALLY-FINDING.
           MOVE AS-EXPANSION-FACTOR TO FACTOR-WS.
           IF FACTOR-WS = ZERO
              MOVE 1 TO FACTOR-WS
           END-IF.
           IF AS-CORRECT-AMOUNT > AS-AMOUNT-PAID
              MOVE AS-CORRECT-AMOUNT TO DOLLARS-AT-STAKE-WS
              COMPUTE ERROR-DOLLARS-WS =
                 AS-CORRECT-AMOUNT - AS-AMOUNT-PAID
           ELSE
              MOVE AS-AMOUNT-PAID TO DOLLARS-AT-STAKE-WS
              COMPUTE ERROR-DOLLARS-WS =
                 AS-AMOUNT-PAID - AS-CORRECT-AMOUNT
           END-IF.
           ADD 1 TO MT-REVIEWED (MONTH-SUB-WS).
           ADD FACTOR-WS TO MT-WTD-REVIEWED (MONTH-SUB-WS).
           COMPUTE MT-WTD-DOLLARS (MONTH-SUB-WS) =
              MT-WTD-DOLLARS (MONTH-SUB-WS)
              + (DOLLARS-AT-STAKE-WS * FACTOR-WS).
           COMPUTE MT-WTD-ERROR (MONTH-SUB-WS) =
              MT-WTD-ERROR (MONTH-SUB-WS)
              + (ERROR-DOLLARS-WS * FACTOR-WS).
           ADD ERROR-DOLLARS-WS TO MT-ERROR-DOLLARS (MONTH-SUB-WS).
           EVALUATE TRUE
           WHEN AS-FOUND-CORRECT
                ADD 1 TO MT-CORRECT (MONTH-SUB-WS)
                ADD FACTOR-WS TO MT-WTD-CORRECT (MONTH-SUB-WS)
           WHEN AS-FOUND-OVERPAID
                ADD 1 TO MT-OVERPAID (MONTH-SUB-WS)
           WHEN AS-FOUND-UNDERPAID
                ADD 1 TO MT-UNDERPAID (MONTH-SUB-WS)
           WHEN AS-FOUND-WRONG-REASON
                ADD 1 TO MT-WRONG-REASON (MONTH-SUB-WS)
           END-EVALUATE.
           IF CT-SCAN-WS > ZERO
              PERFORM 420-TALLY-CODE-FINDING
           END-IF.

       420-TALLY-CODE-FINDING.
           ADD 1 TO CT-REVIEWED (CT-SCAN-WS).
           ADD FACTOR-WS TO CT-WTD-REVIEWED (CT-SCAN-WS).
           COMPUTE CT-WTD-DOLLARS (CT-SCAN-WS) =
              CT-WTD-DOLLARS (CT-SCAN-WS)
              + (DOLLARS-AT-STAKE-WS * FACTOR-WS).
           COMPUTE CT-WTD-ERROR (CT-SCAN-WS) =
              CT-WTD-ERROR (CT-SCAN-WS)
              + (ERROR-DOLLARS-WS * FACTOR-WS).
           ADD ERROR-DOLLARS-WS TO CT-ERROR-DOLLARS (CT-SCAN-WS).
           EVALUATE TRUE
           WHEN AS-FOUND-CORRECT
                ADD 1 TO CT-CORRECT (CT-SCAN-WS)
                ADD FACTOR-WS TO CT-WTD-CORRECT (CT-SCAN-WS)
           WHEN AS-FOUND-OVERPAID
                ADD 1 TO CT-OVERPAID (CT-SCAN-WS)
           WHEN AS-FOUND-UNDERPAID
                ADD 1 TO CT-UNDERPAID (CT-SCAN-WS)
           WHEN AS-FOUND-WRONG-REASON
                ADD 1 TO CT-WRONG-REASON (CT-SCAN-WS)
           END-EVALUATE.

       700-WRITE-MONTHS.
           MOVE SPACES TO AUDACPRT-LINE.
           WRITE AUDACPRT-LINE.
           WRITE AUDACPRT-LINE FROM MONTH-HEADER.
           WRITE AUDACPRT-LINE FROM MONTH-COLUMNS.
           PERFORM 710-WRITE-ONE-MONTH
              VARYING MONTH-SUB-WS FROM 1 BY 1
              UNTIL MONTH-SUB-WS > 12.
           MOVE SPACES TO AUDACPRT-LINE.
           WRITE AUDACPRT-LINE.
           MOVE WINDOW-TOTAL-WS TO PRINT-ACCUM-WS.
           PERFORM 800-COMPUTE-RATES.
           MOVE 'TOTAL' TO AML-MONTH.
           PERFORM 720-FORMAT-MONTH-LINE.
           IF WT-REVIEWED = ZERO
              WRITE AUDACPRT-LINE FROM NO-REVIEW-LINE
           END-IF.

      * Slot 12 is the report month, so a slot's calendar month is
      * the report month less the slots that follow it.
       710-WRITE-ONE-MONTH.
           COMPUTE SLOT-MONTHS-WS =
              CURR-MONTHS-WS - (12 - MONTH-SUB-WS) - 1.
           DIVIDE SLOT-MONTHS-WS BY 12 GIVING SLOT-YEAR
              REMAINDER SLOT-MONTH.
           ADD 1 TO SLOT-MONTH.
           MOVE SLOT-PERIOD-N TO PERIOD-EDIT-WS.
           MOVE PERIOD-EDIT-WS TO AML-MONTH.
           MOVE MONTH-ENTRY (MONTH-SUB-WS) TO PRINT-ACCUM-WS.
           PERFORM 800-COMPUTE-RATES.
           PERFORM 720-FORMAT-MONTH-LINE.
           ADD PA-SAMPLED       TO WT-SAMPLED.
           ADD PA-REVIEWED      TO WT-REVIEWED.
           ADD PA-CORRECT       TO WT-CORRECT.
           ADD PA-OVERPAID      TO WT-OVERPAID.
           ADD PA-UNDERPAID     TO WT-UNDERPAID.
           ADD PA-WRONG-REASON  TO WT-WRONG-REASON.
           ADD PA-WTD-REVIEWED  TO WT-WTD-REVIEWED.
           ADD PA-WTD-CORRECT   TO WT-WTD-CORRECT.
           ADD PA-WTD-DOLLARS   TO WT-WTD-DOLLARS.
           ADD PA-WTD-ERROR     TO WT-WTD-ERROR.
           ADD PA-ERROR-DOLLARS TO WT-ERROR-DOLLARS.

       720-FORMAT-MONTH-LINE.
           MOVE PA-SAMPLED      TO AML-SAMPLED.
           MOVE PA-REVIEWED     TO AML-REVIEWED.
           MOVE PA-CORRECT      TO AML-CORRECT.
           MOVE PA-OVERPAID     TO AML-OVERPAID.
           MOVE PA-UNDERPAID    TO AML-UNDERPAID.
           MOVE PA-WRONG-REASON TO AML-WRONG-REASON.
           IF PA-WTD-REVIEWED > ZERO
              MOVE PROC-PCT-WS TO AML-PROC-PCT
           ELSE
              MOVE SPACES TO AML-PROC-AREA
           END-IF.
           IF PA-WTD-DOLLARS > ZERO
              MOVE FIN-PCT-WS TO AML-FIN-PCT
           ELSE
              MOVE SPACES TO AML-FIN-AREA
           END-IF.
           MOVE PA-ERROR-DOLLARS TO AML-ERROR-DOLLARS.
           WRITE AUDACPRT-LINE FROM MONTH-LINE.

       750-WRITE-CODES.
           MOVE SPACES TO AUDACPRT-LINE.
           WRITE AUDACPRT-LINE.
           WRITE AUDACPRT-LINE FROM CODE-HEADER.
           WRITE AUDACPRT-LINE FROM CODE-COLUMNS.
           PERFORM 760-WRITE-ONE-CODE
              VARYING CT-SUB-WS FROM 1 BY 1
              UNTIL CT-SUB-WS > DISTINCT-CODES-WS.

       760-WRITE-ONE-CODE.
           MOVE CT-REASON-CODE (CT-SUB-WS) TO ACL-CODE.
           IF CT-REASON-CODE (CT-SUB-WS) = SPACES
              MOVE 'PAID CLEAN' TO ACL-DESC
           ELSE
              MOVE '(NOT ON REASON CODE MASTER)' TO ACL-DESC
              IF RSNCODES-AVAILABLE
                 MOVE CT-REASON-CODE (CT-SUB-WS) TO RC-REASON-CODE
                 READ RSNCODES
                 IF RSNCODES-REC-FOUND
                    MOVE RC-DESCRIPTION TO ACL-DESC
                 END-IF
              END-IF
           END-IF.
           MOVE CODE-ENTRY (CT-SUB-WS) (5:) TO PRINT-ACCUM-WS.
           PERFORM 800-COMPUTE-RATES.
           MOVE PA-REVIEWED TO ACL-REVIEWED.
           COMPUTE ACL-ERRORS = PA-REVIEWED - PA-CORRECT.
           IF PA-WTD-REVIEWED > ZERO
              MOVE PROC-PCT-WS TO ACL-PROC-PCT
           ELSE
              MOVE SPACES TO ACL-PROC-AREA
           END-IF.
           IF PA-WTD-DOLLARS > ZERO
              MOVE FIN-PCT-WS TO ACL-FIN-PCT
           ELSE
              MOVE SPACES TO ACL-FIN-AREA
           END-IF.
           MOVE PA-ERROR-DOLLARS TO ACL-ERROR-DOLLARS.
           WRITE AUDACPRT-LINE FROM CODE-LINE.

      * Both rates weighted by each claim's expansion factor.
       800-COMPUTE-RATES.
           MOVE ZERO TO PROC-PCT-WS, FIN-PCT-WS.
           IF PA-WTD-REVIEWED > ZERO
              COMPUTE PROC-PCT-WS ROUNDED =
                 PA-WTD-CORRECT * 100 / PA-WTD-REVIEWED
           END-IF.
           IF PA-WTD-DOLLARS > ZERO
              COMPUTE FIN-PCT-WS ROUNDED =
                 (PA-WTD-DOLLARS - PA-WTD-ERROR) * 100
                    / PA-WTD-DOLLARS
           END-IF.

       900-WRAP-UP.
           MOVE SAMPLES-READ-WS      TO TRL-READ-O.
           MOVE SAMPLES-IN-WINDOW-WS TO TRL-WINDOW-O.
           MOVE SPACES TO AUDACPRT-LINE.
           WRITE AUDACPRT-LINE.
           WRITE AUDACPRT-LINE FROM TRAILER-LINE.
           DISPLAY 'SAMPLE ENTRIES READ: ' SAMPLES-READ-WS.
           IF NOT AUDSAMP-MISSING
              CLOSE AUDSAMP
           END-IF.
           IF RSNCODES-AVAILABLE
              CLOSE RSNCODES
           END-IF.
           CLOSE AUDACPRT.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE AUDSAMP, RSNCODES, AUDACPRT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
