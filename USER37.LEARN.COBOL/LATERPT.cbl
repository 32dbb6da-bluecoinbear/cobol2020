       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LATERPT.
      * Monthly late-charge volume report. Every charge HOSPCHG held
      * on the late-charge file during the month of the business
      * date is counted by the source of the charge - room,
      * equipment, or the ancillary department by revenue class -
      * and by how many days after the discharge it arrived, so
      * the departments that post late can be chased. Counts and
      * dollars are shown by source across the day ranges, then by
      * day range alone, with the month's charges not yet billed
      * by LATEBILL. Honors the RUNPARM business date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATECHG
             ASSIGN TO LATECHG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LATECHG-ST.
           SELECT LATEVOL
             ASSIGN TO LATEVOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LATEVOL-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  LATECHG
           RECORD CONTAINS 100 CHARACTERS.
           COPY LATECHG.

       FD  LATEVOL
           RECORD CONTAINS 132 CHARACTERS.
       01 LATEVOL-LINE                PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 LATECHG-ST                PIC X(2).
               88 LATECHG-OK                       VALUE '00'.
               88 LATECHG-MISSING                  VALUE '35'.
           05 LATEVOL-ST                PIC X(2).
               88 LATEVOL-OK                       VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 LATECHG-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-LATE-CHARGES             VALUE 'Y'.

       01 SOURCE-NAME-TABLE.
           05 FILLER  PIC X(12) VALUE 'ROOM'.
           05 FILLER  PIC X(12) VALUE 'EQUIPMENT'.
           05 FILLER  PIC X(12) VALUE 'LABORATORY'.
           05 FILLER  PIC X(12) VALUE 'PHARMACY'.
           05 FILLER  PIC X(12) VALUE 'THERAPY'.
           05 FILLER  PIC X(12) VALUE 'SURGERY'.
           05 FILLER  PIC X(12) VALUE 'OTHER'.
       01 SOURCE-NAME-TABLE-R REDEFINES SOURCE-NAME-TABLE.
           05 SOURCE-NAME OCCURS 7 TIMES  PIC X(12).

      * Days after discharge, in the ranges the report is cut by: a
      * charge posted the day of or the day after discharge falls
      * in the first.
       01 DAY-RANGE-TABLE.
           05 FILLER  PIC X(12) VALUE '0-1 DAYS'.
           05 FILLER  PIC X(12) VALUE '2 DAYS'.
           05 FILLER  PIC X(12) VALUE '3-5 DAYS'.
           05 FILLER  PIC X(12) VALUE '6-10 DAYS'.
           05 FILLER  PIC X(12) VALUE 'OVER 10 DAYS'.
       01 DAY-RANGE-TABLE-R REDEFINES DAY-RANGE-TABLE.
           05 DAY-RANGE-NAME OCCURS 5 TIMES PIC X(12).

       01 SOURCE-TOTALS-WS.
           05 SOURCE-ENTRY OCCURS 7 TIMES.
               10 SRC-RANGE-COUNT OCCURS 5 TIMES
                                        PIC S9(7).
               10 SRC-COUNT             PIC S9(7).
               10 SRC-AMOUNT            PIC S9(11)V99.
               10 SRC-DAYS              PIC S9(9).

       01 RANGE-TOTALS-WS.
           05 RANGE-ENTRY OCCURS 5 TIMES.
               10 RNG-COUNT             PIC S9(7).
               10 RNG-AMOUNT            PIC S9(11)V99.

       77 SOURCE-SUB-WS                 PIC S9(4)  VALUE ZERO.
       77 RANGE-SUB-WS                  PIC S9(4)  VALUE ZERO.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 LATE-CHARGES-READ-WS      PIC S9(7)    VALUE ZERO.
           05 MONTH-CHARGES-WS          PIC S9(7)    VALUE ZERO.
           05 MONTH-UNBILLED-WS         PIC S9(7)    VALUE ZERO.
           05 DAYS-AFTER-WS             PIC S9(5)    VALUE ZERO.
           05 LINE-AMOUNT-WS            PIC S9(9)V99 VALUE ZERO.
           05 TOT-AMOUNT-WS             PIC S9(11)V99 VALUE ZERO.
           05 TOT-UNBILLED-WS           PIC S9(11)V99 VALUE ZERO.
           05 TOT-DAYS-WS               PIC S9(9)    VALUE ZERO.
           05 AVG-DAYS-WS               PIC S9(5)V9  VALUE ZERO.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-DATE-X REDEFINES CURR-DATE-WS.
               10 CURR-YEAR-WS          PIC 9(04).
               10 CURR-MONTH-WS         PIC 9(02).
               10 FILLER                PIC 9(02).
           05 POSTED-DATE-X             PIC 9(08).
           05 POSTED-DATE-R REDEFINES POSTED-DATE-X.
               10 POSTED-YEAR-WS        PIC 9(04).
               10 POSTED-MONTH-WS       PIC 9(02).
               10 FILLER                PIC 9(02).
           05 POSTED-INT-WS             PIC 9(09).
           05 DISCHARGE-INT-WS          PIC 9(09).

       01 HEADING-ONE.
           05 HDG-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(36)
                  VALUE 'Late Charge Volume Report'.
           05 FILLER                    PIC X(07)  VALUE 'MONTH: '.
           05 HDG-YEAR                  PIC 9(04).
           05 FILLER                    PIC X(01)  VALUE '/'.
           05 HDG-MONTH                 PIC 9(02).

       01 SECTION-HEADING.
           05 SEC-TITLE                 PIC X(60).

       01 SOURCE-COLUMN-HEADING.
           05 FILLER                    PIC X(12)  VALUE 'SOURCE'.
           05 FILLER                    PIC X(10)  VALUE '  0-1 DAY'.
           05 FILLER                    PIC X(10)  VALUE '   2 DAYS'.
           05 FILLER                    PIC X(10)  VALUE ' 3-5 DAYS'.
           05 FILLER                    PIC X(10)  VALUE '6-10 DAYS'.
           05 FILLER                    PIC X(10)  VALUE '  OVER 10'.
           05 FILLER                    PIC X(10)  VALUE '    TOTAL'.
           05 FILLER                    PIC X(20)
                  VALUE '             AMOUNT'.
           05 FILLER                    PIC X(10)  VALUE '  AVG DAYS'.

       01 SOURCE-DETAIL-LINE.
           05 SD-SOURCE                 PIC X(12).
           05 SD-RANGE-GROUP OCCURS 5 TIMES.
               10 FILLER                PIC X(03).
               10 SD-RANGE-COUNT-O      PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03).
           05 SD-COUNT-O                PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(02).
           05 SD-AMOUNT-O               PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                    PIC X(04).
           05 SD-AVG-DAYS-O             PIC ZZZ9.9.

       01 RANGE-COLUMN-HEADING.
           05 FILLER                    PIC X(15)  VALUE 'DAYS AFTER'.
           05 FILLER                    PIC X(10)  VALUE '  CHARGES'.
           05 FILLER                    PIC X(20)
                  VALUE '             AMOUNT'.

       01 RANGE-DETAIL-LINE.
           05 RD-RANGE                  PIC X(12).
           05 FILLER                    PIC X(06)  VALUE SPACES.
           05 RD-COUNT-O                PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RD-AMOUNT-O               PIC $$$,$$$,$$$,$$9.99.

       01 UNBILLED-LINE.
           05 FILLER                    PIC X(30)
                  VALUE 'NOT YET BILLED BY LATEBILL:   '.
           05 UB-COUNT-O                PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 UB-AMOUNT-O               PIC $$$,$$$,$$$,$$9.99.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-COUNT-ONE-CHARGE UNTIL NO-MORE-LATE-CHARGES.
           PERFORM 600-PRINT-BY-SOURCE.
           PERFORM 650-PRINT-BY-DAYS.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           INITIALIZE SOURCE-TOTALS-WS, RANGE-TOTALS-WS.
           OPEN INPUT LATECHG
           IF LATECHG-MISSING
              DISPLAY 'NO LATE-CHARGE FILE - NOTHING TO REPORT'
              MOVE 'Y' TO LATECHG-EOF-SW
           ELSE
           IF NOT LATECHG-OK
              DISPLAY 'LATE-CHARGE FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT LATEVOL
           IF NOT LATEVOL-OK
              DISPLAY 'LATE-CHARGE REPORT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS  TO HDG-DATE.
           MOVE CURR-YEAR-WS  TO HDG-YEAR.
           MOVE CURR-MONTH-WS TO HDG-MONTH.
           WRITE LATEVOL-LINE FROM HEADING-ONE.
           IF NOT NO-MORE-LATE-CHARGES
              PERFORM 170-READ-LATE-CHARGE
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

       170-READ-LATE-CHARGE.
           READ LATECHG
              AT END
                 MOVE 'Y' TO LATECHG-EOF-SW
           END-READ.
           IF NOT NO-MORE-LATE-CHARGES
              ADD 1 TO LATE-CHARGES-READ-WS
           END-IF.

       200-COUNT-ONE-CHARGE.
           MOVE LC-POSTED-DATE TO POSTED-DATE-X.
           IF POSTED-YEAR-WS = CURR-YEAR-WS
              AND POSTED-MONTH-WS = CURR-MONTH-WS
              PERFORM 220-CLASSIFY-CHARGE
              PERFORM 240-ACCUMULATE-CHARGE
           END-IF.
           PERFORM 170-READ-LATE-CHARGE.

      * An ancillary line is counted under its department's revenue
      * class; a room or equipment line under room or equipment.
       220-CLASSIFY-CHARGE.
           IF LC-ANCILLARY-CHARGE > ZERO
              EVALUATE TRUE
                 WHEN LC-CLASS-LAB
                    MOVE 3 TO SOURCE-SUB-WS
                 WHEN LC-CLASS-PHARMACY
                    MOVE 4 TO SOURCE-SUB-WS
                 WHEN LC-CLASS-THERAPY
                    MOVE 5 TO SOURCE-SUB-WS
                 WHEN LC-CLASS-SURGERY
                    MOVE 6 TO SOURCE-SUB-WS
                 WHEN OTHER
                    MOVE 7 TO SOURCE-SUB-WS
              END-EVALUATE
           ELSE
           IF LC-ROOM-CHARGE > ZERO
              MOVE 1 TO SOURCE-SUB-WS
           ELSE
              MOVE 2 TO SOURCE-SUB-WS
           END-IF
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE (LC-POSTED-DATE)
                                        TO POSTED-INT-WS.
           MOVE FUNCTION INTEGER-OF-DATE (LC-DISCHARGE-DATE)
                                        TO DISCHARGE-INT-WS.
           COMPUTE DAYS-AFTER-WS = POSTED-INT-WS - DISCHARGE-INT-WS.
           IF DAYS-AFTER-WS < ZERO
              MOVE ZERO TO DAYS-AFTER-WS
           END-IF.
           EVALUATE TRUE
              WHEN DAYS-AFTER-WS NOT > 1
                 MOVE 1 TO RANGE-SUB-WS
              WHEN DAYS-AFTER-WS = 2
                 MOVE 2 TO RANGE-SUB-WS
              WHEN DAYS-AFTER-WS NOT > 5
                 MOVE 3 TO RANGE-SUB-WS
              WHEN DAYS-AFTER-WS NOT > 10
                 MOVE 4 TO RANGE-SUB-WS
              WHEN OTHER
                 MOVE 5 TO RANGE-SUB-WS
           END-EVALUATE.

       240-ACCUMULATE-CHARGE.
           COMPUTE LINE-AMOUNT-WS = LC-ROOM-CHARGE
              + LC-EQUIPMENT-CHARGE + LC-ANCILLARY-CHARGE.
           ADD 1 TO SRC-RANGE-COUNT (SOURCE-SUB-WS, RANGE-SUB-WS).
           ADD 1 TO SRC-COUNT (SOURCE-SUB-WS).
           ADD LINE-AMOUNT-WS TO SRC-AMOUNT (SOURCE-SUB-WS).
           ADD DAYS-AFTER-WS  TO SRC-DAYS (SOURCE-SUB-WS).
           ADD 1 TO RNG-COUNT (RANGE-SUB-WS).
           ADD LINE-AMOUNT-WS TO RNG-AMOUNT (RANGE-SUB-WS).
           ADD 1 TO MONTH-CHARGES-WS.
           ADD LINE-AMOUNT-WS TO TOT-AMOUNT-WS.
           ADD DAYS-AFTER-WS  TO TOT-DAYS-WS.
           IF LC-UNBILLED
              ADD 1 TO MONTH-UNBILLED-WS
              ADD LINE-AMOUNT-WS TO TOT-UNBILLED-WS
           END-IF.

       600-PRINT-BY-SOURCE.
           MOVE SPACES TO LATEVOL-LINE.
           WRITE LATEVOL-LINE.
           MOVE 'LATE CHARGES BY SOURCE AND DAYS AFTER DISCHARGE'
                                        TO SEC-TITLE.
           WRITE LATEVOL-LINE FROM SECTION-HEADING.
           WRITE LATEVOL-LINE FROM SOURCE-COLUMN-HEADING.
           PERFORM 620-PRINT-ONE-SOURCE
              VARYING SOURCE-SUB-WS FROM 1 BY 1
              UNTIL SOURCE-SUB-WS > 7.
           MOVE SPACES TO SOURCE-DETAIL-LINE.
           MOVE 'ALL SOURCES' TO SD-SOURCE.
           PERFORM 640-MOVE-ONE-RANGE-TOTAL
              VARYING RANGE-SUB-WS FROM 1 BY 1
              UNTIL RANGE-SUB-WS > 5.
           MOVE MONTH-CHARGES-WS TO SD-COUNT-O.
           MOVE TOT-AMOUNT-WS    TO SD-AMOUNT-O.
           IF MONTH-CHARGES-WS > ZERO
              COMPUTE AVG-DAYS-WS ROUNDED =
                 TOT-DAYS-WS / MONTH-CHARGES-WS
           ELSE
              MOVE ZERO TO AVG-DAYS-WS
           END-IF.
           MOVE AVG-DAYS-WS TO SD-AVG-DAYS-O.
           WRITE LATEVOL-LINE FROM SOURCE-DETAIL-LINE.

       620-PRINT-ONE-SOURCE.
           MOVE SPACES TO SOURCE-DETAIL-LINE.
           MOVE SOURCE-NAME (SOURCE-SUB-WS) TO SD-SOURCE.
           PERFORM 630-MOVE-ONE-RANGE-COUNT
              VARYING RANGE-SUB-WS FROM 1 BY 1
              UNTIL RANGE-SUB-WS > 5.
           MOVE SRC-COUNT (SOURCE-SUB-WS)  TO SD-COUNT-O.
           MOVE SRC-AMOUNT (SOURCE-SUB-WS) TO SD-AMOUNT-O.
           IF SRC-COUNT (SOURCE-SUB-WS) > ZERO
              COMPUTE AVG-DAYS-WS ROUNDED =
                 SRC-DAYS (SOURCE-SUB-WS) / SRC-COUNT (SOURCE-SUB-WS)
           ELSE
              MOVE ZERO TO AVG-DAYS-WS
           END-IF.
           MOVE AVG-DAYS-WS TO SD-AVG-DAYS-O.
           WRITE LATEVOL-LINE FROM SOURCE-DETAIL-LINE.

       630-MOVE-ONE-RANGE-COUNT.
           MOVE SRC-RANGE-COUNT (SOURCE-SUB-WS, RANGE-SUB-WS)
                              TO SD-RANGE-COUNT-O (RANGE-SUB-WS).

       640-MOVE-ONE-RANGE-TOTAL.
           MOVE RNG-COUNT (RANGE-SUB-WS)
                              TO SD-RANGE-COUNT-O (RANGE-SUB-WS).

       650-PRINT-BY-DAYS.
           MOVE SPACES TO LATEVOL-LINE.
           WRITE LATEVOL-LINE.
           MOVE 'LATE CHARGES BY DAYS AFTER DISCHARGE' TO SEC-TITLE.
           WRITE LATEVOL-LINE FROM SECTION-HEADING.
           WRITE LATEVOL-LINE FROM RANGE-COLUMN-HEADING.
           PERFORM 660-PRINT-ONE-RANGE
              VARYING RANGE-SUB-WS FROM 1 BY 1
              UNTIL RANGE-SUB-WS > 5.
           MOVE 'ALL'            TO RD-RANGE.
           MOVE MONTH-CHARGES-WS TO RD-COUNT-O.
           MOVE TOT-AMOUNT-WS    TO RD-AMOUNT-O.
           WRITE LATEVOL-LINE FROM RANGE-DETAIL-LINE.
           MOVE SPACES TO LATEVOL-LINE.
           WRITE LATEVOL-LINE.
           MOVE MONTH-UNBILLED-WS TO UB-COUNT-O.
           MOVE TOT-UNBILLED-WS   TO UB-AMOUNT-O.
           WRITE LATEVOL-LINE FROM UNBILLED-LINE.

       660-PRINT-ONE-RANGE.
           MOVE DAY-RANGE-NAME (RANGE-SUB-WS) TO RD-RANGE.
           MOVE RNG-COUNT (RANGE-SUB-WS)      TO RD-COUNT-O.
           MOVE RNG-AMOUNT (RANGE-SUB-WS)     TO RD-AMOUNT-O.
           WRITE LATEVOL-LINE FROM RANGE-DETAIL-LINE.

       900-WRAP-UP.
           DISPLAY 'LATE CHARGES READ:   ' LATE-CHARGES-READ-WS.
           DISPLAY 'CHARGES THIS MONTH:  ' MONTH-CHARGES-WS.
           IF NOT LATECHG-MISSING
              CLOSE LATECHG
           END-IF.
           CLOSE LATEVOL.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE LATECHG, LATEVOL.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
