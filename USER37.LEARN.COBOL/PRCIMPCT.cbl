       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PRCIMPCT.
      * Charge-master price-change impact report. Every price change
      * CHGCMNT has on the price history effective on or after the
      * business date - the changes still to come, and any taking
      * effect today - is costed against the last ninety days of
      * volume for its charge code from the charge-usage file
      * ANCENTRY keeps. For each change the report shows the old
      * and new rates, the ninety-day quantity and revenue at the
      * old rate, and the estimated revenue change over ninety days
      * and over a year at the same volume. A code with two changes
      * scheduled costs each one against the rate it replaces.
      * Honors the RUNPARM business date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGUSAGE
             ASSIGN TO CHGUSAGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHGUSAGE-ST.
           SELECT CHGPRHST
             ASSIGN TO CHGPRHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-PRICE-KEY
               FILE STATUS IS CHGPRHST-ST.
           SELECT CHGCODES
             ASSIGN TO CHGCODES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CC-CHARGE-CODE
               FILE STATUS IS CHGCODES-ST.
           SELECT PRCRPT
             ASSIGN TO PRCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRCRPT-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGUSAGE
           RECORD CONTAINS 60 CHARACTERS.
           COPY CHGUSAGE.

       FD  CHGPRHST
           RECORD CONTAINS 60 CHARACTERS.
           COPY CHGPRHST.

       FD  CHGCODES
           RECORD CONTAINS 60 CHARACTERS.
           COPY CHGCODES.

       FD  PRCRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 PRCRPT-LINE                 PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 CHGUSAGE-ST               PIC X(2).
               88 CHGUSAGE-OK                      VALUE '00'.
               88 CHGUSAGE-MISSING                 VALUE '35'.
           05 CHGPRHST-ST               PIC X(2).
               88 CHGPRHST-OK                      VALUE '00'.
               88 CHGPRHST-MISSING                 VALUE '35'.
           05 CHGCODES-ST               PIC X(2).
               88 CHGCODES-OK                      VALUE '00'.
           05 PRCRPT-ST                 PIC X(2).
               88 PRCRPT-OK                        VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 USAGE-EOF-SW              PIC X(1)   VALUE 'N'.
               88 NO-MORE-USAGE                    VALUE 'Y'.
           05 PRICE-EOF-SW              PIC X(1)   VALUE 'N'.
               88 NO-MORE-PRICES                   VALUE 'Y'.
           05 ENTRY-FOUND-SW            PIC X(1)   VALUE 'N'.
               88 ENTRY-FOUND                      VALUE 'Y'.

      * Ninety-day volume by charge code.
       01 VOLUME-TABLE.
           05 VOLUME-COUNT              PIC 9(04)  COMP VALUE ZERO.
           05 VOLUME-ENTRY OCCURS 1000 TIMES
                  INDEXED BY VL-IDX.
               10 VL-CHARGE-CODE        PIC X(06).
               10 VL-QUANTITY           PIC S9(9).
               10 VL-AMOUNT             PIC S9(11)V99.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 USAGE-READ-WS             PIC S9(7)    VALUE ZERO.
           05 USAGE-IN-WINDOW-WS        PIC S9(7)    VALUE ZERO.
           05 CHANGES-LISTED-WS         PIC S9(7)    VALUE ZERO.
           05 QUANTITY-WS               PIC S9(9)    VALUE ZERO.
           05 RATE-CHANGE-WS            PIC S9(5)V99 VALUE ZERO.
           05 PCT-CHANGE-WS             PIC S9(5)V9  VALUE ZERO.
           05 OLD-REVENUE-WS            PIC S9(11)V99 VALUE ZERO.
           05 CHANGE-90-WS              PIC S9(11)V99 VALUE ZERO.
           05 CHANGE-ANNUAL-WS          PIC S9(11)V99 VALUE ZERO.
           05 TOT-QUANTITY-WS           PIC S9(9)    VALUE ZERO.
           05 TOT-OLD-REVENUE-WS        PIC S9(11)V99 VALUE ZERO.
           05 TOT-CHANGE-90-WS          PIC S9(11)V99 VALUE ZERO.
           05 TOT-CHANGE-ANNUAL-WS      PIC S9(11)V99 VALUE ZERO.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 WINDOW-START-WS           PIC 9(08).

       01 HEADING-ONE.
           05 HDG-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(40)
                  VALUE 'Charge Master Price-Change Impact'.

       01 HEADING-TWO.
           05 FILLER                    PIC X(24)
                  VALUE 'VOLUME FOR SERVICE FROM '.
           05 HDG-WINDOW-START          PIC XXXX/XX/XX.
           05 FILLER                    PIC X(04)  VALUE ' TO '.
           05 HDG-WINDOW-END            PIC XXXX/XX/XX.

       01 COLUMN-HEADING.
           05 FILLER                    PIC X(08)  VALUE 'CODE'.
           05 FILLER                    PIC X(22)  VALUE 'DESCRIPTION'.
           05 FILLER                    PIC X(12)  VALUE 'EFFECTIVE'.
           05 FILLER                    PIC X(11)  VALUE ' OLD RATE'.
           05 FILLER                    PIC X(11)  VALUE ' NEW RATE'.
           05 FILLER                    PIC X(08)  VALUE ' CHG %'.
           05 FILLER                    PIC X(09)  VALUE '90D QTY'.
           05 FILLER                    PIC X(16)
                  VALUE '   90D REVENUE'.
           05 FILLER                    PIC X(15)
                  VALUE '  EST 90D CHG'.
           05 FILLER                    PIC X(14)
                  VALUE 'EST ANNUAL CHG'.

       01 DETAIL-LINE.
           05 DL-CHARGE-CODE            PIC X(06).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DL-DESCRIPTION            PIC X(20).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DL-EFFECTIVE              PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DL-OLD-RATE-O             PIC ZZ,ZZ9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DL-NEW-RATE-O             PIC ZZ,ZZ9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DL-PCT-O                  PIC ---9.9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DL-QUANTITY-O             PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DL-OLD-REVENUE-O          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DL-CHANGE-90-O            PIC --,---,--9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DL-CHANGE-ANNUAL-O        PIC ---,---,--9.99.

       01 TOTAL-LINE.
           05 FILLER                    PIC X(30)
                  VALUE 'TOTAL SCHEDULED CHANGES:'.
           05 TL-CHANGES-O              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(35)  VALUE SPACES.
           05 TL-QUANTITY-O             PIC Z,ZZZ,ZZ9.
           05 TL-OLD-REVENUE-O          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 TL-CHANGE-90-O            PIC --,---,--9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 TL-CHANGE-ANNUAL-O        PIC ---,---,--9.99.

       01 NONE-LINE.
           05 FILLER                    PIC X(40)
                  VALUE 'NO PRICE CHANGES SCHEDULED'.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-ADD-ONE-USAGE UNTIL NO-MORE-USAGE.
           PERFORM 400-COST-ONE-CHANGE UNTIL NO-MORE-PRICES.
           PERFORM 700-PRINT-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           COMPUTE WINDOW-START-WS = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (CURR-DATE-WS) - 89).
           OPEN INPUT CHGUSAGE
           IF CHGUSAGE-MISSING
              DISPLAY 'NO CHARGE-USAGE FILE - VOLUMES ARE ZERO'
              MOVE 'Y' TO USAGE-EOF-SW
           ELSE
           IF NOT CHGUSAGE-OK
              DISPLAY 'CHARGE-USAGE FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT CHGPRHST
           IF CHGPRHST-MISSING
              DISPLAY 'NO PRICE-HISTORY FILE - NOTHING TO REPORT'
              MOVE 'Y' TO PRICE-EOF-SW
           ELSE
           IF NOT CHGPRHST-OK
              DISPLAY 'PRICE-HISTORY FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT CHGCODES
           IF NOT CHGCODES-OK
              DISPLAY 'CHARGE-CODE MASTER PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT PRCRPT
           IF NOT PRCRPT-OK
              DISPLAY 'PRICE-IMPACT REPORT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS    TO HDG-DATE.
           WRITE PRCRPT-LINE FROM HEADING-ONE.
           MOVE WINDOW-START-WS TO HDG-WINDOW-START.
           MOVE CURR-DATE-WS    TO HDG-WINDOW-END.
           WRITE PRCRPT-LINE FROM HEADING-TWO.
           MOVE SPACES TO PRCRPT-LINE.
           WRITE PRCRPT-LINE.
           WRITE PRCRPT-LINE FROM COLUMN-HEADING.
           IF NOT NO-MORE-USAGE
              PERFORM 170-READ-USAGE
           END-IF.
           IF NOT NO-MORE-PRICES
              PERFORM 180-READ-PRICE
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

       170-READ-USAGE.
           READ CHGUSAGE
              AT END
                 MOVE 'Y' TO USAGE-EOF-SW
           END-READ.
           IF NOT NO-MORE-USAGE
              ADD 1 TO USAGE-READ-WS
           END-IF.

       180-READ-PRICE.
           READ CHGPRHST
              AT END
                 MOVE 'Y' TO PRICE-EOF-SW
           END-READ.

      * Only service in the ninety days ending on the business date
      * counts toward a code's volume.
       200-ADD-ONE-USAGE.
           IF CU-SERVICE-DATE NOT < WINDOW-START-WS
              AND CU-SERVICE-DATE NOT > CURR-DATE-WS
              ADD 1 TO USAGE-IN-WINDOW-WS
              PERFORM 220-FIND-CODE
              IF ENTRY-FOUND
                 ADD CU-QUANTITY TO VL-QUANTITY (VL-IDX)
                 ADD CU-AMOUNT   TO VL-AMOUNT (VL-IDX)
              END-IF
           END-IF.
           PERFORM 170-READ-USAGE.

       220-FIND-CODE.
           MOVE 'N' TO ENTRY-FOUND-SW.
           IF VOLUME-COUNT > ZERO
              SET VL-IDX TO 1
              SEARCH VOLUME-ENTRY
                 AT END
                    MOVE 'N' TO ENTRY-FOUND-SW
                 WHEN VL-CHARGE-CODE (VL-IDX) = CU-CHARGE-CODE
                    MOVE 'Y' TO ENTRY-FOUND-SW
              END-SEARCH
           END-IF.
           IF NOT ENTRY-FOUND
              IF VOLUME-COUNT < 1000
                 ADD 1 TO VOLUME-COUNT
                 SET VL-IDX TO VOLUME-COUNT
                 MOVE CU-CHARGE-CODE TO VL-CHARGE-CODE (VL-IDX)
                 MOVE ZERO TO VL-QUANTITY (VL-IDX)
                 MOVE ZERO TO VL-AMOUNT (VL-IDX)
                 MOVE 'Y' TO ENTRY-FOUND-SW
              ELSE
                 DISPLAY 'VOLUME TABLE FULL - USAGE NOT COUNTED: '
                         CU-CHARGE-CODE
              END-IF
           END-IF.

      * A price entry starting on or after the business date is a
      * change still to take effect (or taking effect today). The
      * opening entry of a code starts at day zero and never counts.
       400-COST-ONE-CHANGE.
           IF PH-EFFECTIVE-FROM NOT < CURR-DATE-WS
              PERFORM 420-PRINT-ONE-CHANGE
           END-IF.
           PERFORM 180-READ-PRICE.

       420-PRINT-ONE-CHANGE.
           MOVE PH-CHARGE-CODE TO CC-CHARGE-CODE.
           READ CHGCODES
              INVALID KEY
                 MOVE SPACES TO CC-DESCRIPTION
           END-READ.
           MOVE 'N' TO ENTRY-FOUND-SW.
           IF VOLUME-COUNT > ZERO
              SET VL-IDX TO 1
              SEARCH VOLUME-ENTRY
                 AT END
                    MOVE 'N' TO ENTRY-FOUND-SW
                 WHEN VL-CHARGE-CODE (VL-IDX) = PH-CHARGE-CODE
                    MOVE 'Y' TO ENTRY-FOUND-SW
              END-SEARCH
           END-IF.
           IF ENTRY-FOUND
              MOVE VL-QUANTITY (VL-IDX) TO QUANTITY-WS
           ELSE
              MOVE ZERO TO QUANTITY-WS
           END-IF.
           COMPUTE RATE-CHANGE-WS = PH-RATE - PH-PRIOR-RATE.
           IF PH-PRIOR-RATE > ZERO
              COMPUTE PCT-CHANGE-WS ROUNDED =
                 RATE-CHANGE-WS * 100 / PH-PRIOR-RATE
           ELSE
              MOVE ZERO TO PCT-CHANGE-WS
           END-IF.
           COMPUTE OLD-REVENUE-WS = QUANTITY-WS * PH-PRIOR-RATE.
           COMPUTE CHANGE-90-WS   = QUANTITY-WS * RATE-CHANGE-WS.
           COMPUTE CHANGE-ANNUAL-WS ROUNDED =
              CHANGE-90-WS * 365 / 90.
           MOVE PH-CHARGE-CODE    TO DL-CHARGE-CODE.
           MOVE CC-DESCRIPTION    TO DL-DESCRIPTION.
           MOVE PH-EFFECTIVE-FROM TO DL-EFFECTIVE.
           MOVE PH-PRIOR-RATE     TO DL-OLD-RATE-O.
           MOVE PH-RATE           TO DL-NEW-RATE-O.
           MOVE PCT-CHANGE-WS     TO DL-PCT-O.
           MOVE QUANTITY-WS       TO DL-QUANTITY-O.
           MOVE OLD-REVENUE-WS    TO DL-OLD-REVENUE-O.
           MOVE CHANGE-90-WS      TO DL-CHANGE-90-O.
           MOVE CHANGE-ANNUAL-WS  TO DL-CHANGE-ANNUAL-O.
           WRITE PRCRPT-LINE FROM DETAIL-LINE.
           ADD 1                TO CHANGES-LISTED-WS.
           ADD QUANTITY-WS      TO TOT-QUANTITY-WS.
           ADD OLD-REVENUE-WS   TO TOT-OLD-REVENUE-WS.
           ADD CHANGE-90-WS     TO TOT-CHANGE-90-WS.
           ADD CHANGE-ANNUAL-WS TO TOT-CHANGE-ANNUAL-WS.

       700-PRINT-TOTALS.
           MOVE SPACES TO PRCRPT-LINE.
           WRITE PRCRPT-LINE.
           IF CHANGES-LISTED-WS = ZERO
              WRITE PRCRPT-LINE FROM NONE-LINE
           ELSE
              MOVE CHANGES-LISTED-WS    TO TL-CHANGES-O
              MOVE TOT-QUANTITY-WS      TO TL-QUANTITY-O
              MOVE TOT-OLD-REVENUE-WS   TO TL-OLD-REVENUE-O
              MOVE TOT-CHANGE-90-WS     TO TL-CHANGE-90-O
              MOVE TOT-CHANGE-ANNUAL-WS TO TL-CHANGE-ANNUAL-O
              WRITE PRCRPT-LINE FROM TOTAL-LINE
           END-IF.

       900-WRAP-UP.
           DISPLAY 'USAGE RECORDS READ:  ' USAGE-READ-WS.
           DISPLAY 'USAGE IN 90 DAYS:    ' USAGE-IN-WINDOW-WS.
           DISPLAY 'CHANGES COSTED:      ' CHANGES-LISTED-WS.
           IF NOT CHGUSAGE-MISSING
              CLOSE CHGUSAGE
           END-IF.
           IF NOT CHGPRHST-MISSING
              CLOSE CHGPRHST
           END-IF.
           CLOSE CHGCODES, PRCRPT.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE CHGUSAGE, CHGPRHST, CHGCODES, PRCRPT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
