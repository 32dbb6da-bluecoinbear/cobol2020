       IDENTIFICATION DIVISION.
       PROGRAM-ID.      DRGCMI.
      * Monthly case-mix index report from the DRG assignments
      * HOSPDISC writes at discharge. The report period is the
      * calendar month of the business date, so a rerun for a
      * closed month is pointed at it through RUNPARM. Case-mix
      * index is the average relative weight of the grouped stays.
      * It is shown by ward and by physician with average length of
      * stay against the groups' geometric mean, total charges and
      * total expected payment. A stay whose charges run above the
      * high or below the low percentage of its expected payment
      * (from the DRG table's control record) is listed as an
      * outlier, as is any stay that could not be grouped. The
      * physician is the stay's attending physician HOSPDISC carried
      * onto the assignment from PATMSTR, or the ward's primary
      * physician from WARD_DATA when no attending was captured -
      * the same attribution the ward report uses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRGASGN
             ASSIGN TO DRGASGN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DA-ASSIGN-KEY
               FILE STATUS IS DRGASGN-ST.
           SELECT DRGMSTR
             ASSIGN TO DRGMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DR-DRG-CODE
               FILE STATUS IS DRGMSTR-ST.
           SELECT CMIRPT
             ASSIGN TO CMIRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMIRPT-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  DRGASGN
           RECORD CONTAINS 100 CHARACTERS.
           COPY DRGASGN.

       FD  DRGMSTR
           RECORD CONTAINS 60 CHARACTERS.
           COPY DRGMSTR.

       FD  CMIRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 CMIRPT-LINE                 PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

      * Standard DB2 SQL communications area (expansion of the
      * DB2 precompiler's EXEC SQL INCLUDE SQLCA).
       01  SQLCA.
           05 SQLCAID                           PIC X(8).
           05 SQLCABC                           PIC S9(9) COMP.
           05 SQLCODE                           PIC S9(9) COMP.
           05 SQLERRM.
               49 SQLERRML                      PIC S9(4) COMP.
               49 SQLERRMC                      PIC X(70).
           05 SQLERRP                           PIC X(8).
           05 SQLERRD OCCURS 6 TIMES            PIC S9(9) COMP.
           05 SQLWARN.
               10 SQLWARN0                      PIC X(1).
               10 SQLWARN1                      PIC X(1).
               10 SQLWARN2                      PIC X(1).
               10 SQLWARN3                      PIC X(1).
               10 SQLWARN4                      PIC X(1).
               10 SQLWARN5                      PIC X(1).
               10 SQLWARN6                      PIC X(1).
               10 SQLWARN7                      PIC X(1).
           05 SQLEXT                            PIC X(8).

      * DB2 host variables for the ward's primary physician.
       01  DCLWARD-CODES.
           05 WARD-ID                           PIC X(04).
           05 PRIMARY-PHYSICIAN-ID              PIC X(09).

       01 PROGRAM-SWITCHES.
           05 DRGASGN-ST                PIC X(2).
               88 DRGASGN-OK                       VALUE '00'.
               88 DRGASGN-MISSING                  VALUE '35'.
           05 DRGMSTR-ST                PIC X(2).
               88 DRGMSTR-OK                       VALUE '00'.
           05 CMIRPT-ST                 PIC X(2).
               88 CMIRPT-OK                        VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 DRGASGN-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-STAYS                    VALUE 'Y'.
           05 ENTRY-FOUND-SW            PIC X(1)   VALUE 'N'.
               88 ENTRY-FOUND                      VALUE 'Y'.

      * Outlier limits as a percentage of the expected payment.
      * These stand until the DRG table's control record says
      * otherwise.
       01 OUTLIER-LIMITS-WS.
           05 HIGH-OUTLIER-PCT-WS       PIC 9(03)  VALUE 200.
           05 LOW-OUTLIER-PCT-WS        PIC 9(03)  VALUE 050.

       01 STAY-WORK-WS.
           05 STAY-PHYSICIAN-WS         PIC X(09).
           05 CHARGE-PCT-WS             PIC 9(05).
           05 OUTLIER-FLAG-WS           PIC X(01).
               88 HIGH-OUTLIER                     VALUE 'H'.
               88 LOW-OUTLIER                      VALUE 'L'.
               88 NOT-GROUPED                      VALUE 'U'.
               88 NOT-AN-OUTLIER                   VALUE ' '.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 STAYS-READ-WS             PIC S9(7)    VALUE ZERO.
           05 OUTLIERS-LISTED-WS        PIC S9(7)    VALUE ZERO.

      * Ward primary physicians already fetched this run.
       01 WARD-CACHE-TABLE.
           05 WARD-CACHE-COUNT          PIC 9(04)  COMP VALUE ZERO.
           05 WARD-CACHE-ENTRY OCCURS 200 TIMES
                  INDEXED BY WC-IDX.
               10 WC-WARD-ID            PIC X(04).
               10 WC-PHYSICIAN-ID       PIC X(09).

      * Case-mix accumulators. The ward table, the physician table
      * and the grand total share one layout so one paragraph
      * prints any of them.
       01 WARD-MIX-TABLE.
           05 WARD-MIX-COUNT            PIC 9(04)  COMP VALUE ZERO.
           05 WARD-MIX-ENTRY OCCURS 200 TIMES
                  INDEXED BY WM-IDX.
               10 WM-WARD-ID            PIC X(09).
               10 WM-TOTALS.
                   15 WM-STAYS          PIC S9(7).
                   15 WM-GROUPED        PIC S9(7).
                   15 WM-WEIGHT-SUM     PIC S9(7)V9(4).
                   15 WM-LOS-SUM        PIC S9(9).
                   15 WM-GMLOS-SUM      PIC S9(9)V9.
                   15 WM-CHARGES        PIC S9(11)V99.
                   15 WM-EXPECTED       PIC S9(11)V99.
                   15 WM-HIGH           PIC S9(7).
                   15 WM-LOW            PIC S9(7).

       01 PHYS-MIX-TABLE.
           05 PHYS-MIX-COUNT            PIC 9(04)  COMP VALUE ZERO.
           05 PHYS-MIX-ENTRY OCCURS 200 TIMES
                  INDEXED BY PM-IDX.
               10 PM-PHYSICIAN-ID       PIC X(09).
               10 PM-TOTALS.
                   15 PM-STAYS          PIC S9(7).
                   15 PM-GROUPED        PIC S9(7).
                   15 PM-WEIGHT-SUM     PIC S9(7)V9(4).
                   15 PM-LOS-SUM        PIC S9(9).
                   15 PM-GMLOS-SUM      PIC S9(9)V9.
                   15 PM-CHARGES        PIC S9(11)V99.
                   15 PM-EXPECTED       PIC S9(11)V99.
                   15 PM-HIGH           PIC S9(7).
                   15 PM-LOW            PIC S9(7).

       01 GRAND-MIX-WS.
           05 GM-TOTALS.
               10 GM-STAYS              PIC S9(7).
               10 GM-GROUPED            PIC S9(7).
               10 GM-WEIGHT-SUM         PIC S9(7)V9(4).
               10 GM-LOS-SUM            PIC S9(9).
               10 GM-GMLOS-SUM          PIC S9(9)V9.
               10 GM-CHARGES            PIC S9(11)V99.
               10 GM-EXPECTED           PIC S9(11)V99.
               10 GM-HIGH               PIC S9(7).
               10 GM-LOW                PIC S9(7).

      * Work copy of whichever accumulator is being printed.
       01 MIX-PRINT-WS.
           05 MP-NAME                   PIC X(09).
           05 MP-TOTALS.
               10 MP-STAYS              PIC S9(7).
               10 MP-GROUPED            PIC S9(7).
               10 MP-WEIGHT-SUM         PIC S9(7)V9(4).
               10 MP-LOS-SUM            PIC S9(9).
               10 MP-GMLOS-SUM          PIC S9(9)V9.
               10 MP-CHARGES            PIC S9(11)V99.
               10 MP-EXPECTED           PIC S9(11)V99.
               10 MP-HIGH               PIC S9(7).
               10 MP-LOW                PIC S9(7).
           05 MP-CMI                    PIC S9(3)V9(4).
           05 MP-AVG-LOS                PIC S9(5)V9.
           05 MP-AVG-GMLOS              PIC S9(5)V9.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-DATE-X REDEFINES CURR-DATE-WS.
               10 CURR-YEAR-WS          PIC 9(04).
               10 CURR-MONTH-WS         PIC 9(02).
               10 FILLER                PIC 9(02).
      * First and last day of the month. The last day is the 31st
      * whether or not the month has one - it is only ever compared
      * against.
           05 MONTH-START-DATE-WS       PIC 9(08).
           05 MONTH-START-X REDEFINES MONTH-START-DATE-WS.
               10 MONTH-START-YEAR      PIC 9(04).
               10 MONTH-START-MONTH     PIC 9(02).
               10 MONTH-START-DAY       PIC 9(02).
           05 MONTH-END-DATE-WS         PIC 9(08).
           05 MONTH-END-X REDEFINES MONTH-END-DATE-WS.
               10 MONTH-END-YEAR        PIC 9(04).
               10 MONTH-END-MONTH       PIC 9(02).
               10 MONTH-END-DAY         PIC 9(02).

       01 HEADING-ONE.
           05 HDG-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(36)
                  VALUE 'DRG Case-Mix Index Report'.
           05 FILLER                    PIC X(07)  VALUE 'MONTH: '.
           05 HDG-YEAR                  PIC 9(04).
           05 FILLER                    PIC X(01)  VALUE '/'.
           05 HDG-MONTH                 PIC 9(02).

       01 LIMITS-HEADING.
           05 FILLER                    PIC X(34)
                  VALUE 'OUTLIER LIMITS - CHARGES ABOVE '.
           05 LH-HIGH-PCT               PIC ZZ9.
           05 FILLER                    PIC X(13)
                  VALUE '% OR BELOW '.
           05 LH-LOW-PCT                PIC ZZ9.
           05 FILLER                    PIC X(24)
                  VALUE '% OF EXPECTED PAYMENT'.

       01 SECTION-HEADING.
           05 SEC-TITLE                 PIC X(40).

       01 OUTLIER-COLUMNS.
           05 FILLER                    PIC X(11)  VALUE 'PATIENT'.
           05 FILLER                    PIC X(06)  VALUE 'WARD'.
           05 FILLER                    PIC X(11)  VALUE 'PHYSICIAN'.
           05 FILLER                    PIC X(08)  VALUE 'DIAG'.
           05 FILLER                    PIC X(05)  VALUE 'DRG'.
           05 FILLER                    PIC X(08)  VALUE 'DISCH'.
           05 FILLER                    PIC X(10)  VALUE '      LOS'.
           05 FILLER                    PIC X(08)  VALUE '  GMLOS'.
           05 FILLER                    PIC X(17)
                  VALUE '         CHARGES'.
           05 FILLER                    PIC X(17)
                  VALUE '        EXPECTED'.
           05 FILLER                    PIC X(09)  VALUE '  PCT'.
           05 FILLER                    PIC X(12)  VALUE 'FLAG'.

       01 OUTLIER-LINE.
           05 OL-PATIENT-ID             PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 OL-WARD-ID                PIC X(04).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 OL-PHYSICIAN-ID           PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 OL-DIAG-CODE              PIC X(06).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 OL-DRG-CODE               PIC X(03).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 OL-DISCH-DATE             PIC 99/99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 OL-LOS                    PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 OL-GMLOS                  PIC ZZ9.9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 OL-CHARGES                PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 OL-EXPECTED               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 OL-CHARGE-PCT             PIC ZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 OL-FLAG                   PIC X(12).

       01 MIX-COLUMNS.
           05 FILLER                    PIC X(11)  VALUE SPACES.
           05 FILLER                    PIC X(09)  VALUE '   STAYS'.
           05 FILLER                    PIC X(09)  VALUE ' GROUPED'.
           05 FILLER                    PIC X(09)  VALUE '     CMI'.
           05 FILLER                    PIC X(09)  VALUE ' AVG LOS'.
           05 FILLER                    PIC X(09)  VALUE '   GMLOS'.
           05 FILLER                    PIC X(20)
                  VALUE '             CHARGES'.
           05 FILLER                    PIC X(20)
                  VALUE '            EXPECTED'.
           05 FILLER                    PIC X(09)  VALUE '    HIGH'.
           05 FILLER                    PIC X(09)  VALUE '     LOW'.

       01 MIX-LINE.
           05 ML-NAME                   PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 ML-STAYS                  PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 ML-GROUPED                PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 ML-CMI                    PIC ZZ9.9999.
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 ML-AVG-LOS                PIC ZZZZ9.9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 ML-AVG-GMLOS              PIC ZZZZ9.9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 ML-CHARGES                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 ML-EXPECTED               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 ML-HIGH                   PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 ML-LOW                    PIC ZZZ,ZZ9.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-STAY UNTIL NO-MORE-STAYS.
           PERFORM 700-WRITE-SUMMARIES.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           MOVE CURR-DATE-WS TO HDG-DATE.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           MOVE CURR-YEAR-WS  TO MONTH-START-YEAR, MONTH-END-YEAR.
           MOVE CURR-MONTH-WS TO MONTH-START-MONTH, MONTH-END-MONTH.
           MOVE 01 TO MONTH-START-DAY.
           MOVE 31 TO MONTH-END-DAY.
           INITIALIZE GRAND-MIX-WS.
           PERFORM 110-GET-OUTLIER-LIMITS.
           OPEN INPUT DRGASGN
           IF DRGASGN-MISSING
              DISPLAY 'NO DRG ASSIGNMENT FILE - NOTHING TO REPORT'
              MOVE 'Y' TO DRGASGN-EOF-SW
           ELSE
           IF NOT DRGASGN-OK
              DISPLAY 'DRG ASSIGNMENT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT CMIRPT
           IF NOT CMIRPT-OK
              DISPLAY 'CASE-MIX REPORT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-YEAR-WS  TO HDG-YEAR.
           MOVE CURR-MONTH-WS TO HDG-MONTH.
           WRITE CMIRPT-LINE FROM HEADING-ONE.
           MOVE HIGH-OUTLIER-PCT-WS TO LH-HIGH-PCT.
           MOVE LOW-OUTLIER-PCT-WS  TO LH-LOW-PCT.
           WRITE CMIRPT-LINE FROM LIMITS-HEADING.
           MOVE SPACES TO CMIRPT-LINE.
           WRITE CMIRPT-LINE.
           MOVE 'OUTLIER AND UNGROUPED STAYS' TO SEC-TITLE.
           WRITE CMIRPT-LINE FROM SECTION-HEADING.
           WRITE CMIRPT-LINE FROM OUTLIER-COLUMNS.
           IF NOT NO-MORE-STAYS
              PERFORM 150-POSITION-TO-MONTH
           END-IF.
           PERFORM 170-READ-STAY.

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

       110-GET-OUTLIER-LIMITS.
           OPEN INPUT DRGMSTR
           IF DRGMSTR-OK
              MOVE '000' TO DR-DRG-CODE
              READ DRGMSTR
              IF DRGMSTR-OK
                 AND DR-HIGH-OUTLIER-PCT > 100
                 AND DR-LOW-OUTLIER-PCT < 100
                 MOVE DR-HIGH-OUTLIER-PCT TO HIGH-OUTLIER-PCT-WS
                 MOVE DR-LOW-OUTLIER-PCT  TO LOW-OUTLIER-PCT-WS
              END-IF
              CLOSE DRGMSTR
           ELSE
              DISPLAY 'NO DRG TABLE - DEFAULT OUTLIER LIMITS'
           END-IF.

       150-POSITION-TO-MONTH.
           MOVE MONTH-START-DATE-WS TO DA-DISCHARGE-DATE.
           MOVE LOW-VALUES          TO DA-PATIENT-ID.
           START DRGASGN KEY IS NOT LESS THAN DA-ASSIGN-KEY
              INVALID KEY
                 MOVE 'Y' TO DRGASGN-EOF-SW
           END-START.

       170-READ-STAY.
           IF NOT NO-MORE-STAYS
              READ DRGASGN NEXT RECORD
                 AT END
                    MOVE 'Y' TO DRGASGN-EOF-SW
              END-READ
           END-IF.
           IF NOT NO-MORE-STAYS
              IF DA-DISCHARGE-DATE > MONTH-END-DATE-WS
                 MOVE 'Y' TO DRGASGN-EOF-SW
              ELSE
                 ADD 1 TO STAYS-READ-WS
              END-IF
           END-IF.

       200-PROCESS-STAY.
           IF DA-ATTENDING-ID = SPACES
              PERFORM 250-GET-WARD-PHYSICIAN
           ELSE
              MOVE DA-ATTENDING-ID TO STAY-PHYSICIAN-WS
           END-IF.
           PERFORM 300-CHECK-OUTLIER.
           PERFORM 400-FIND-WARD.
           IF ENTRY-FOUND
              PERFORM 420-ADD-TO-WARD
           END-IF.
           PERFORM 440-FIND-PHYSICIAN.
           IF ENTRY-FOUND
              PERFORM 460-ADD-TO-PHYSICIAN
           END-IF.
           PERFORM 480-ADD-TO-GRAND.
           IF NOT NOT-AN-OUTLIER
              PERFORM 500-WRITE-OUTLIER
           END-IF.
           PERFORM 170-READ-STAY.

      * A ward not on WARD_DATA reports under UNKNOWN rather than
      * stopping the run.
       250-GET-WARD-PHYSICIAN.
           MOVE 'N' TO ENTRY-FOUND-SW.
           IF WARD-CACHE-COUNT > ZERO
              SET WC-IDX TO 1
              SEARCH WARD-CACHE-ENTRY
                 AT END
                    MOVE 'N' TO ENTRY-FOUND-SW
                 WHEN WC-WARD-ID (WC-IDX) = DA-WARD-ID
                    MOVE 'Y' TO ENTRY-FOUND-SW
              END-SEARCH
           END-IF.
           IF ENTRY-FOUND
              MOVE WC-PHYSICIAN-ID (WC-IDX) TO STAY-PHYSICIAN-WS
           ELSE
              PERFORM 260-SELECT-WARD-PHYSICIAN
           END-IF.

       260-SELECT-WARD-PHYSICIAN.
           MOVE DA-WARD-ID TO WARD-ID IN DCLWARD-CODES.
           EXEC SQL
             SELECT PRIMARY_PHYSICIAN_ID
             INTO   :PRIMARY-PHYSICIAN-ID
             FROM DDS0001.WARD_DATA
             WHERE WARD_ID = :DCLWARD-CODES.WARD-ID
           END-EXEC.
           IF SQLCODE = 0
              MOVE PRIMARY-PHYSICIAN-ID TO STAY-PHYSICIAN-WS
           ELSE
           IF SQLCODE = +100 OR SQLCODE = -811
              MOVE 'UNKNOWN' TO STAY-PHYSICIAN-WS
           ELSE
              DISPLAY 'DB2 ERROR ON WARD_DATA - SQLCODE ' SQLCODE
              GO TO 999-ERROR-RTN.
           IF WARD-CACHE-COUNT < 200
              ADD 1 TO WARD-CACHE-COUNT
              SET WC-IDX TO WARD-CACHE-COUNT
              MOVE DA-WARD-ID        TO WC-WARD-ID (WC-IDX)
              MOVE STAY-PHYSICIAN-WS TO WC-PHYSICIAN-ID (WC-IDX)
           END-IF.

      * Charges as a percentage of the expected payment. A grouped
      * stay with no expected payment (no base rate set) cannot be
      * judged and is not flagged.
       300-CHECK-OUTLIER.
           MOVE SPACE TO OUTLIER-FLAG-WS.
           MOVE ZERO  TO CHARGE-PCT-WS.
           IF DA-UNGROUPED
              MOVE 'U' TO OUTLIER-FLAG-WS
           ELSE
              IF DA-EXPECTED-REIMB > ZERO
                 COMPUTE CHARGE-PCT-WS ROUNDED =
                    DA-TOTAL-CHARGES * 100 / DA-EXPECTED-REIMB
                    ON SIZE ERROR
                       MOVE 99999 TO CHARGE-PCT-WS
                 END-COMPUTE
                 IF CHARGE-PCT-WS > HIGH-OUTLIER-PCT-WS
                    MOVE 'H' TO OUTLIER-FLAG-WS
                 ELSE
                    IF CHARGE-PCT-WS < LOW-OUTLIER-PCT-WS
                       MOVE 'L' TO OUTLIER-FLAG-WS
                    END-IF
                 END-IF
              END-IF
           END-IF.

       400-FIND-WARD.
           MOVE 'N' TO ENTRY-FOUND-SW.
           IF WARD-MIX-COUNT > ZERO
              SET WM-IDX TO 1
              SEARCH WARD-MIX-ENTRY
                 AT END
                    MOVE 'N' TO ENTRY-FOUND-SW
                 WHEN WM-WARD-ID (WM-IDX) = DA-WARD-ID
                    MOVE 'Y' TO ENTRY-FOUND-SW
              END-SEARCH
           END-IF.
           IF NOT ENTRY-FOUND
              IF WARD-MIX-COUNT < 200
                 ADD 1 TO WARD-MIX-COUNT
                 SET WM-IDX TO WARD-MIX-COUNT
                 MOVE DA-WARD-ID TO WM-WARD-ID (WM-IDX)
                 INITIALIZE WM-TOTALS (WM-IDX)
                 MOVE 'Y' TO ENTRY-FOUND-SW
              ELSE
                 DISPLAY 'WARD TABLE FULL - STAY NOT IN WARD TOTALS: '
                         DA-PATIENT-ID
              END-IF
           END-IF.

       420-ADD-TO-WARD.
           ADD 1 TO WM-STAYS (WM-IDX).
           IF DA-GROUPED
              ADD 1                  TO WM-GROUPED (WM-IDX)
              ADD DA-RELATIVE-WEIGHT TO WM-WEIGHT-SUM (WM-IDX)
              ADD DA-ACTUAL-LOS      TO WM-LOS-SUM (WM-IDX)
              ADD DA-GMLOS           TO WM-GMLOS-SUM (WM-IDX)
              ADD DA-EXPECTED-REIMB  TO WM-EXPECTED (WM-IDX)
           END-IF.
           ADD DA-TOTAL-CHARGES TO WM-CHARGES (WM-IDX).
           IF HIGH-OUTLIER
              ADD 1 TO WM-HIGH (WM-IDX)
           END-IF.
           IF LOW-OUTLIER
              ADD 1 TO WM-LOW (WM-IDX)
           END-IF.

       440-FIND-PHYSICIAN.
           MOVE 'N' TO ENTRY-FOUND-SW.
           IF PHYS-MIX-COUNT > ZERO
              SET PM-IDX TO 1
              SEARCH PHYS-MIX-ENTRY
                 AT END
                    MOVE 'N' TO ENTRY-FOUND-SW
                 WHEN PM-PHYSICIAN-ID (PM-IDX) = STAY-PHYSICIAN-WS
                    MOVE 'Y' TO ENTRY-FOUND-SW
              END-SEARCH
           END-IF.
           IF NOT ENTRY-FOUND
              IF PHYS-MIX-COUNT < 200
                 ADD 1 TO PHYS-MIX-COUNT
                 SET PM-IDX TO PHYS-MIX-COUNT
                 MOVE STAY-PHYSICIAN-WS TO PM-PHYSICIAN-ID (PM-IDX)
                 INITIALIZE PM-TOTALS (PM-IDX)
                 MOVE 'Y' TO ENTRY-FOUND-SW
              ELSE
                 DISPLAY 'PHYSICIAN TABLE FULL - STAY NOT IN TOTALS: '
                         DA-PATIENT-ID
              END-IF
           END-IF.

       460-ADD-TO-PHYSICIAN.
           ADD 1 TO PM-STAYS (PM-IDX).
           IF DA-GROUPED
              ADD 1                  TO PM-GROUPED (PM-IDX)
              ADD DA-RELATIVE-WEIGHT TO PM-WEIGHT-SUM (PM-IDX)
              ADD DA-ACTUAL-LOS      TO PM-LOS-SUM (PM-IDX)
              ADD DA-GMLOS           TO PM-GMLOS-SUM (PM-IDX)
              ADD DA-EXPECTED-REIMB  TO PM-EXPECTED (PM-IDX)
           END-IF.
           ADD DA-TOTAL-CHARGES TO PM-CHARGES (PM-IDX).
           IF HIGH-OUTLIER
              ADD 1 TO PM-HIGH (PM-IDX)
           END-IF.
           IF LOW-OUTLIER
              ADD 1 TO PM-LOW (PM-IDX)
           END-IF.

       480-ADD-TO-GRAND.
           ADD 1 TO GM-STAYS.
           IF DA-GROUPED
              ADD 1                  TO GM-GROUPED
              ADD DA-RELATIVE-WEIGHT TO GM-WEIGHT-SUM
              ADD DA-ACTUAL-LOS      TO GM-LOS-SUM
              ADD DA-GMLOS           TO GM-GMLOS-SUM
              ADD DA-EXPECTED-REIMB  TO GM-EXPECTED
           END-IF.
           ADD DA-TOTAL-CHARGES TO GM-CHARGES.
           IF HIGH-OUTLIER
              ADD 1 TO GM-HIGH
           END-IF.
           IF LOW-OUTLIER
              ADD 1 TO GM-LOW
           END-IF.

       500-WRITE-OUTLIER.
           MOVE DA-PATIENT-ID           TO OL-PATIENT-ID.
           MOVE DA-WARD-ID              TO OL-WARD-ID.
           MOVE STAY-PHYSICIAN-WS       TO OL-PHYSICIAN-ID.
           MOVE DA-DIAG-CODE            TO OL-DIAG-CODE.
           MOVE DA-DRG-CODE             TO OL-DRG-CODE.
           MOVE DA-DISCHARGE-DATE (5:4) TO OL-DISCH-DATE.
           MOVE DA-ACTUAL-LOS           TO OL-LOS.
           MOVE DA-GMLOS                TO OL-GMLOS.
           MOVE DA-TOTAL-CHARGES        TO OL-CHARGES.
           MOVE DA-EXPECTED-REIMB       TO OL-EXPECTED.
           MOVE CHARGE-PCT-WS           TO OL-CHARGE-PCT.
           EVALUATE TRUE
              WHEN HIGH-OUTLIER
                 MOVE 'HIGH CHARGES' TO OL-FLAG
              WHEN LOW-OUTLIER
                 MOVE 'LOW CHARGES'  TO OL-FLAG
              WHEN OTHER
                 MOVE 'NO DRG'       TO OL-FLAG
           END-EVALUATE.
           WRITE CMIRPT-LINE FROM OUTLIER-LINE.
           ADD 1 TO OUTLIERS-LISTED-WS.

       700-WRITE-SUMMARIES.
           MOVE SPACES TO CMIRPT-LINE.
           WRITE CMIRPT-LINE.
           MOVE 'CASE MIX BY WARD' TO SEC-TITLE.
           WRITE CMIRPT-LINE FROM SECTION-HEADING.
           WRITE CMIRPT-LINE FROM MIX-COLUMNS.
           PERFORM 720-WRITE-ONE-WARD
              VARYING WM-IDX FROM 1 BY 1
              UNTIL WM-IDX > WARD-MIX-COUNT.
           MOVE SPACES TO CMIRPT-LINE.
           WRITE CMIRPT-LINE.
           MOVE 'CASE MIX BY PHYSICIAN' TO SEC-TITLE.
           WRITE CMIRPT-LINE FROM SECTION-HEADING.
           WRITE CMIRPT-LINE FROM MIX-COLUMNS.
           PERFORM 740-WRITE-ONE-PHYSICIAN
              VARYING PM-IDX FROM 1 BY 1
              UNTIL PM-IDX > PHYS-MIX-COUNT.
           MOVE SPACES TO CMIRPT-LINE.
           WRITE CMIRPT-LINE.
           MOVE 'HOSPITAL' TO MP-NAME.
           MOVE GM-TOTALS  TO MP-TOTALS.
           PERFORM 780-WRITE-MIX-LINE.

       720-WRITE-ONE-WARD.
           MOVE WM-WARD-ID (WM-IDX) TO MP-NAME.
           MOVE WM-TOTALS (WM-IDX)  TO MP-TOTALS.
           PERFORM 780-WRITE-MIX-LINE.

       740-WRITE-ONE-PHYSICIAN.
           MOVE PM-PHYSICIAN-ID (PM-IDX) TO MP-NAME.
           MOVE PM-TOTALS (PM-IDX)       TO MP-TOTALS.
           PERFORM 780-WRITE-MIX-LINE.

      * Case-mix index and the average stays are over the grouped
      * stays only.
       780-WRITE-MIX-LINE.
           MOVE ZERO TO MP-CMI, MP-AVG-LOS, MP-AVG-GMLOS.
           IF MP-GROUPED > ZERO
              COMPUTE MP-CMI ROUNDED = MP-WEIGHT-SUM / MP-GROUPED
              COMPUTE MP-AVG-LOS ROUNDED = MP-LOS-SUM / MP-GROUPED
              COMPUTE MP-AVG-GMLOS ROUNDED =
                 MP-GMLOS-SUM / MP-GROUPED
           END-IF.
           MOVE MP-NAME       TO ML-NAME.
           MOVE MP-STAYS      TO ML-STAYS.
           MOVE MP-GROUPED    TO ML-GROUPED.
           MOVE MP-CMI        TO ML-CMI.
           MOVE MP-AVG-LOS    TO ML-AVG-LOS.
           MOVE MP-AVG-GMLOS  TO ML-AVG-GMLOS.
           MOVE MP-CHARGES    TO ML-CHARGES.
           MOVE MP-EXPECTED   TO ML-EXPECTED.
           MOVE MP-HIGH       TO ML-HIGH.
           MOVE MP-LOW        TO ML-LOW.
           WRITE CMIRPT-LINE FROM MIX-LINE.

       900-WRAP-UP.
           DISPLAY 'STAYS READ: ' STAYS-READ-WS.
           DISPLAY 'OUTLIERS LISTED: ' OUTLIERS-LISTED-WS.
           IF NOT DRGASGN-MISSING
              CLOSE DRGASGN
           END-IF.
           CLOSE CMIRPT.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE DRGASGN, CMIRPT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
