       IDENTIFICATION DIVISION.
       PROGRAM-ID.      NHPPDRPT.
      * Nursing hours per patient day, from the hours nurses actually
      * worked rather than the planned staffing HOSPRPT's ratio
      * report goes by. The timecard feed TIMECAP summarizes for the
      * payroll run is read again here: each employee's day takes
      * the clock punches, or the supervisor adjustment where there
      * is one, and the employee's department on the employee
      * master leads through the department master to the ward a
      * nursing department staffs. Hours an employee works past the
      * overtime threshold over the feed's period are shown as
      * overtime on the day they fall. Each ward's worked hours per
      * day are divided by its midnight census - patients whose
      * stay segment (or, with no segments, whose stay on PATMSTR)
      * spans midnight on that ward - and set against the target
      * the department master carries for the ward, so the nursing
      * office can see where overtime is covering the gaps. Every
      * staffed ward gets a line for every day of the feed, worked
      * or not.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMECARD
             ASSIGN TO TIMECARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TIMECARD-ST.
           SELECT EMPMSTR
             ASSIGN TO EMPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-EMP-KEY
               FILE STATUS IS EMPMSTR-ST.
           SELECT DEPTMSTR
             ASSIGN TO DEPTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-DEPT-CODE
               FILE STATUS IS DEPTMSTR-ST.
           SELECT PATMSTR
             ASSIGN TO PATMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PATMSTR-KEY
               FILE STATUS IS PATMSTR-ST.
           SELECT STAYSEG
             ASSIGN TO STAYSEG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-SEG-KEY
               FILE STATUS IS STAYSEG-ST.
           SELECT CARDWK
             ASSIGN TO CARDWK.
           SELECT NHPPDWK
             ASSIGN TO NHPPDWK.
           SELECT NHPPD
             ASSIGN TO NHPPD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NHPPD-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
      * TIMECAP's daily timecard feed: T is the ward clock's punch
      * total, A a supervisor adjustment replacing the day.
       FD  TIMECARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TIMECARD-REC                PIC X(80).

       FD  EMPMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPMSTR.

       FD  DEPTMSTR
           RECORD CONTAINS 60 CHARACTERS.
           COPY DEPTMSTR.

       FD  PATMSTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY PATMSTR.

       FD  STAYSEG
           RECORD CONTAINS 60 CHARACTERS.
           COPY STAYSEG.

      * Timecards in employee and work-date order, each day's cards
      * kept in the order they were keyed so the last adjustment
      * stands.
       SD  CARDWK
           RECORD CONTAINS 80 CHARACTERS.
       01  CARDWK-REC.
           05  TW-TRANS-TYPE            PIC X(01).
               88  TW-TIMECARD                  VALUE 'T'.
               88  TW-ADJUSTMENT                VALUE 'A'.
           05  TW-EMP-KEY               PIC X(20).
           05  TW-WORK-DATE             PIC 9(08).
           05  TW-HOURS                 PIC 9(02).
           05  FILLER                   PIC X(49).

      * One entry per ward per day, sorted for printing.
       SD  NHPPDWK
           RECORD CONTAINS 60 CHARACTERS.
       01  NHPPDWK-REC.
           05  NW-WARD-ID               PIC X(04).
           05  NW-DATE                  PIC 9(08).
           05  NW-CENSUS                PIC 9(05).
           05  NW-REG-HOURS             PIC 9(07).
           05  NW-OT-HOURS              PIC 9(07).
           05  NW-TARGET                PIC 9(02)V99.
           05  FILLER                   PIC X(25).

       FD  NHPPD
           RECORD CONTAINS 132 CHARACTERS.
       01 NHPPD-LINE                  PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 TIMECARD-ST               PIC X(2).
               88 TIMECARD-OK                      VALUE '00'.
           05 EMPMSTR-ST                PIC X(2).
               88 EMPMSTR-OK                       VALUE '00'.
               88 EMPMSTR-FOUND                    VALUE '00'.
           05 DEPTMSTR-ST               PIC X(2).
               88 DEPTMSTR-OK                      VALUE '00'.
               88 DEPTMSTR-FOUND                   VALUE '00'.
           05 PATMSTR-ST                PIC X(2).
               88 PATMSTR-OK                       VALUE '00'.
               88 PATMSTR-MISSING                  VALUE '35'.
           05 STAYSEG-ST                PIC X(2).
               88 STAYSEG-OK                       VALUE '00'.
               88 STAYSEG-MISSING                  VALUE '35'.
           05 NHPPD-ST                  PIC X(2).
               88 NHPPD-OK                         VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 CARDS-EOF-SW              PIC X(1)   VALUE 'N'.
               88 NO-MORE-CARDS                    VALUE 'Y'.
           05 DEPTMSTR-EOF-SW           PIC X(1)   VALUE 'N'.
               88 NO-MORE-DEPTS                    VALUE 'Y'.
           05 PATMSTR-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-PATIENTS                 VALUE 'Y'.
           05 STAYSEG-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-SEGMENTS                 VALUE 'Y'.
           05 SORTED-EOF-SW             PIC X(1)   VALUE 'N'.
               88 NO-MORE-SORTED                   VALUE 'Y'.
           05 DAY-ADJUSTED-SW           PIC X(1)   VALUE 'N'.
               88 DAY-ADJUSTED                     VALUE 'Y'.
           05 ENTRY-FOUND-SW            PIC X(1)   VALUE 'N'.
               88 ENTRY-FOUND                      VALUE 'Y'.
           05 PATIENT-HAS-SEGMENTS-SW   PIC X(1)   VALUE 'N'.
               88 PATIENT-HAS-SEGMENTS             VALUE 'Y'.

      * Same edits TIMECAP applies before it banks a card.
       01 TIMECARD-LIMITS-WS.
           05 DAILY-HOURS-CAP-WS        PIC 9(02)  VALUE 16.
      * Hours an employee works over the feed's period beyond this
      * are overtime, as the payroll run's category table splits
      * them.
           05 OVERTIME-THRESHOLD-WS     PIC 9(03)  VALUE 040.
      * Longest period the report will lay out day by day.
           05 MAX-REPORT-DAYS-WS        PIC 9(03)  VALUE 031.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 CARDS-READ-WS             PIC S9(7)    VALUE ZERO.
           05 CARDS-REJECTED-WS         PIC S9(7)    VALUE ZERO.
           05 EMPS-NOT-ON-MASTER-WS     PIC S9(7)    VALUE ZERO.
           05 NON-NURSING-HOURS-WS      PIC S9(7)    VALUE ZERO.
           05 NURSING-HOURS-WS          PIC S9(7)    VALUE ZERO.
           05 SEGMENTS-READ-WS          PIC S9(7)    VALUE ZERO.
           05 PATIENTS-READ-WS          PIC S9(7)    VALUE ZERO.

      * The employee-day being built from the sorted timecards.
       01 EMPLOYEE-DAY-WS.
           05 DAY-EMP-KEY-WS            PIC X(20)  VALUE SPACES.
           05 DAY-DATE-WS               PIC 9(08)  VALUE ZERO.
           05 DAY-PUNCH-HOURS-WS        PIC 9(03)  VALUE ZERO.
           05 DAY-ADJUST-HOURS-WS       PIC 9(03)  VALUE ZERO.
           05 DAY-HOURS-WS              PIC 9(03)  VALUE ZERO.
           05 DAY-OT-HOURS-WS           PIC 9(03)  VALUE ZERO.
           05 PRIOR-EMP-KEY-WS          PIC X(20)  VALUE SPACES.
           05 EMP-WARD-ID-WS            PIC X(04)  VALUE SPACES.
           05 EMP-ON-MASTER-SW          PIC X(01)  VALUE 'N'.
               88 EMP-ON-MASTER                    VALUE 'Y'.
           05 EMP-PERIOD-HOURS-WS       PIC 9(05)  VALUE ZERO.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 FIRST-WORK-DATE-WS        PIC 9(08)  VALUE ZERO.
           05 LAST-WORK-DATE-WS         PIC 9(08)  VALUE ZERO.
           05 FIRST-INT-WS              PIC 9(09)  VALUE ZERO.
           05 LAST-INT-WS               PIC 9(09)  VALUE ZERO.
           05 DAY-INT-WS                PIC 9(09)  VALUE ZERO.
           05 SEED-DATE-WS              PIC 9(08)  VALUE ZERO.

      * The stay or segment being counted into the census.
       01 CENSUS-STAY-WS.
           05 CENSUS-WARD-WS            PIC X(04)  VALUE SPACES.
           05 CENSUS-START-WS           PIC 9(08)  VALUE ZERO.
           05 CENSUS-END-WS             PIC 9(08)  VALUE ZERO.

      * Wards staffed by a nursing department, with the target off
      * the first of its departments that carries one.
       01 WARD-TARGET-TABLE.
           05 WARD-TARGET-COUNT         PIC 9(03)  VALUE ZERO.
           05 WARD-TARGET-ENTRY OCCURS 0 TO 100 TIMES
                  DEPENDING ON WARD-TARGET-COUNT
                  INDEXED BY WT-IDX.
               10 WT-WARD-ID            PIC X(04).
               10 WT-TARGET             PIC 9(02)V99.

       01 WARD-DAY-TABLE.
           05 WARD-DAY-COUNT            PIC 9(04)  VALUE ZERO.
           05 WARD-DAY-ENTRY OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WARD-DAY-COUNT
                  INDEXED BY WD-IDX.
               10 WD-WARD-ID            PIC X(04).
               10 WD-DATE               PIC 9(08).
               10 WD-CENSUS             PIC 9(05).
               10 WD-REG-HOURS          PIC 9(07).
               10 WD-OT-HOURS           PIC 9(07).

       01 LOOKUP-KEY-WS.
           05 LOOKUP-WARD-WS            PIC X(04)  VALUE SPACES.
           05 LOOKUP-DATE-WS            PIC 9(08)  VALUE ZERO.

      * Ward and hospital totals for the period.
       01 PERIOD-TOTALS-WS.
           05 PRIOR-WARD-WS             PIC X(04)  VALUE SPACES.
           05 WARDS-LISTED-WS           PIC S9(5)    VALUE ZERO.
           05 WARD-TARGET-WS            PIC 9(02)V99 VALUE ZERO.
           05 WARD-TOTALS-WS.
               10 WARD-PATIENT-DAYS-WS  PIC S9(7)    VALUE ZERO.
               10 WARD-REG-HOURS-WS     PIC S9(7)    VALUE ZERO.
               10 WARD-OT-HOURS-WS      PIC S9(7)    VALUE ZERO.
               10 WARD-DAYS-SHORT-WS    PIC S9(5)    VALUE ZERO.
           05 GRAND-TOTALS-WS.
               10 GRAND-PATIENT-DAYS-WS PIC S9(7)    VALUE ZERO.
               10 GRAND-REG-HOURS-WS    PIC S9(7)    VALUE ZERO.
               10 GRAND-OT-HOURS-WS     PIC S9(7)    VALUE ZERO.
               10 GRAND-DAYS-SHORT-WS   PIC S9(5)    VALUE ZERO.

      * Figures for the line being printed.
       01 LINE-FIGURES-WS.
           05 LINE-CENSUS-WS            PIC S9(7)    VALUE ZERO.
           05 LINE-REG-HOURS-WS         PIC S9(7)    VALUE ZERO.
           05 LINE-OT-HOURS-WS          PIC S9(7)    VALUE ZERO.
           05 LINE-TOTAL-HOURS-WS       PIC S9(7)    VALUE ZERO.
           05 LINE-TARGET-WS            PIC 9(02)V99 VALUE ZERO.
           05 LINE-NHPPD-WS             PIC S9(3)V99 VALUE ZERO.
           05 LINE-VARIANCE-WS          PIC S9(3)V99 VALUE ZERO.
           05 LINE-OT-PCT-WS            PIC S9(3)V9  VALUE ZERO.

       01 HEADING-ONE.
           05 HDG-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(36)
                  VALUE 'Nursing Hours per Patient Day'.
           05 FILLER                    PIC X(08)  VALUE 'WORKED: '.
           05 HDG-FIRST-DATE            PIC XXXX/XX/XX.
           05 FILLER                    PIC X(04)  VALUE ' TO '.
           05 HDG-LAST-DATE             PIC XXXX/XX/XX.

       01 NHPPD-COLUMN-HEADING.
           05 FILLER                    PIC X(06)  VALUE 'WARD'.
           05 FILLER                    PIC X(12)  VALUE 'DATE'.
           05 FILLER                    PIC X(09)  VALUE '  CENSUS'.
           05 FILLER                    PIC X(10)  VALUE ' REG HRS'.
           05 FILLER                    PIC X(10)  VALUE '  OT HRS'.
           05 FILLER                    PIC X(10)  VALUE 'TOTAL HRS'.
           05 FILLER                    PIC X(09)  VALUE '  NHPPD'.
           05 FILLER                    PIC X(09)  VALUE ' TARGET'.
           05 FILLER                    PIC X(10)  VALUE ' VARIANCE'.
           05 FILLER                    PIC X(09)  VALUE '  OT PCT'.
           05 FILLER                    PIC X(20)  VALUE 'STATUS'.

       01 NHPPD-DETAIL-LINE.
           05 ND-WARD-ID                PIC X(04).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 ND-DATE                   PIC XXXX/XX/XX.
           05 ND-DATE-X REDEFINES ND-DATE
                                        PIC X(10).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 ND-CENSUS                 PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 ND-REG-HOURS              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 ND-OT-HOURS               PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 ND-TOTAL-HOURS            PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 ND-NHPPD                  PIC ZZ9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 ND-TARGET                 PIC ZZ9.99.
           05 ND-TARGET-X REDEFINES ND-TARGET
                                        PIC X(06).
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 ND-VARIANCE               PIC -ZZ9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 ND-OT-PCT                 PIC ZZ9.9.
           05 FILLER                    PIC X(01)  VALUE '%'.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 ND-STATUS                 PIC X(20).

       01 SUMMARY-LINE.
           05 SM-LABEL                  PIC X(30).
           05 SM-COUNT-O                PIC Z,ZZZ,ZZ9.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           SORT CARDWK
               ON ASCENDING KEY TW-EMP-KEY
                                TW-WORK-DATE
               WITH DUPLICATES IN ORDER
               USING TIMECARD
               OUTPUT PROCEDURE IS 200-BANK-WORKED-HOURS.
           PERFORM 400-SEED-WARD-DAYS.
           PERFORM 500-COUNT-MIDNIGHT-CENSUS.
           SORT NHPPDWK
               ON ASCENDING KEY NW-WARD-ID
                                NW-DATE
               INPUT PROCEDURE IS 600-RELEASE-WARD-DAYS
               OUTPUT PROCEDURE IS 650-PRINT-WARD-DAYS.
           PERFORM 800-PRINT-SUMMARY.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           OPEN INPUT EMPMSTR
           IF NOT EMPMSTR-OK
              DISPLAY 'EMPLOYEE MASTER FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT DEPTMSTR
           IF NOT DEPTMSTR-OK
              DISPLAY 'DEPARTMENT MASTER FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT PATMSTR
           IF PATMSTR-MISSING
              DISPLAY 'NO PATIENT MASTER - CENSUS FROM SEGMENTS ONLY'
              MOVE 'Y' TO PATMSTR-EOF-SW
           ELSE
           IF NOT PATMSTR-OK
              DISPLAY 'PATIENT MASTER FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT STAYSEG
           IF STAYSEG-MISSING
              MOVE 'Y' TO STAYSEG-EOF-SW
           ELSE
           IF NOT STAYSEG-OK
              DISPLAY 'STAY SEGMENT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT NHPPD
           IF NOT NHPPD-OK
              DISPLAY 'NURSING HOURS REPORT FILE PROBLEM'
              GO TO 999-ERROR-RTN.

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

      * Sort output: the cards for one employee-day are gathered,
      * then the day is posted to the ward the employee staffs.
       200-BANK-WORKED-HOURS.
           PERFORM 210-RETURN-CARD.
           PERFORM 220-BANK-ONE-DAY UNTIL NO-MORE-CARDS.

       210-RETURN-CARD.
           RETURN CARDWK
              AT END
                 MOVE 'Y' TO CARDS-EOF-SW
           END-RETURN.
           IF NOT NO-MORE-CARDS
              ADD 1 TO CARDS-READ-WS
           END-IF.

       220-BANK-ONE-DAY.
           MOVE TW-EMP-KEY   TO DAY-EMP-KEY-WS.
           MOVE TW-WORK-DATE TO DAY-DATE-WS.
           MOVE ZERO TO DAY-PUNCH-HOURS-WS, DAY-ADJUST-HOURS-WS.
           MOVE 'N'  TO DAY-ADJUSTED-SW.
           PERFORM 230-ADD-ONE-CARD
              UNTIL NO-MORE-CARDS
                 OR TW-EMP-KEY NOT = DAY-EMP-KEY-WS
                 OR TW-WORK-DATE NOT = DAY-DATE-WS.
           IF DAY-ADJUSTED
              MOVE DAY-ADJUST-HOURS-WS TO DAY-HOURS-WS
           ELSE
              MOVE DAY-PUNCH-HOURS-WS  TO DAY-HOURS-WS
           END-IF.
           PERFORM 250-POST-EMPLOYEE-DAY.

      * A card TIMECAP would reject adds nothing here either.
       230-ADD-ONE-CARD.
           IF (NOT TW-TIMECARD AND NOT TW-ADJUSTMENT)
              OR TW-HOURS NOT NUMERIC
              OR TW-WORK-DATE NOT NUMERIC
              ADD 1 TO CARDS-REJECTED-WS
           ELSE
           IF TW-HOURS > DAILY-HOURS-CAP-WS
              ADD 1 TO CARDS-REJECTED-WS
           ELSE
           IF TW-ADJUSTMENT
              MOVE TW-HOURS TO DAY-ADJUST-HOURS-WS
              MOVE 'Y'      TO DAY-ADJUSTED-SW
           ELSE
              ADD TW-HOURS  TO DAY-PUNCH-HOURS-WS
           END-IF
           END-IF
           END-IF.
           PERFORM 210-RETURN-CARD.

      * The employee's ward is looked up once per employee. The
      * overtime split runs over all of the employee's hours, so a
      * nurse who also works outside nursing still reaches the
      * threshold on the day the payroll run would pay it.
       250-POST-EMPLOYEE-DAY.
           IF DAY-EMP-KEY-WS NOT = PRIOR-EMP-KEY-WS
              PERFORM 260-GET-EMPLOYEE-WARD
           END-IF.
           IF EMP-ON-MASTER
              AND DAY-HOURS-WS > ZERO
              MOVE ZERO TO DAY-OT-HOURS-WS
              IF EMP-PERIOD-HOURS-WS + DAY-HOURS-WS
                                       > OVERTIME-THRESHOLD-WS
                 IF EMP-PERIOD-HOURS-WS NOT < OVERTIME-THRESHOLD-WS
                    MOVE DAY-HOURS-WS TO DAY-OT-HOURS-WS
                 ELSE
                    COMPUTE DAY-OT-HOURS-WS = EMP-PERIOD-HOURS-WS
                        + DAY-HOURS-WS - OVERTIME-THRESHOLD-WS
                 END-IF
              END-IF
              ADD DAY-HOURS-WS TO EMP-PERIOD-HOURS-WS
              IF EMP-WARD-ID-WS = SPACES
                 ADD DAY-HOURS-WS TO NON-NURSING-HOURS-WS
              ELSE
                 PERFORM 270-POST-TO-WARD
              END-IF
           END-IF.

       260-GET-EMPLOYEE-WARD.
           MOVE DAY-EMP-KEY-WS TO PRIOR-EMP-KEY-WS, EM-EMP-KEY.
           MOVE ZERO           TO EMP-PERIOD-HOURS-WS.
           MOVE SPACES         TO EMP-WARD-ID-WS.
           MOVE 'N'            TO EMP-ON-MASTER-SW.
           READ EMPMSTR.
           IF NOT EMPMSTR-FOUND
              ADD 1 TO EMPS-NOT-ON-MASTER-WS
           ELSE
              MOVE 'Y' TO EMP-ON-MASTER-SW
              IF EM-DEPT-CODE NOT = SPACES
                 MOVE EM-DEPT-CODE TO DP-DEPT-CODE
                 READ DEPTMSTR
                 IF DEPTMSTR-FOUND
                    MOVE DP-WARD-ID TO EMP-WARD-ID-WS
                 END-IF
              END-IF
           END-IF.

       270-POST-TO-WARD.
           ADD DAY-HOURS-WS TO NURSING-HOURS-WS.
           IF FIRST-WORK-DATE-WS = ZERO
              OR DAY-DATE-WS < FIRST-WORK-DATE-WS
              MOVE DAY-DATE-WS TO FIRST-WORK-DATE-WS
           END-IF.
           IF DAY-DATE-WS > LAST-WORK-DATE-WS
              MOVE DAY-DATE-WS TO LAST-WORK-DATE-WS
           END-IF.
           MOVE EMP-WARD-ID-WS TO LOOKUP-WARD-WS.
           MOVE DAY-DATE-WS    TO LOOKUP-DATE-WS.
           PERFORM 450-FIND-WARD-DAY.
           IF ENTRY-FOUND
              COMPUTE WD-REG-HOURS (WD-IDX) = WD-REG-HOURS (WD-IDX)
                  + DAY-HOURS-WS - DAY-OT-HOURS-WS
              ADD DAY-OT-HOURS-WS TO WD-OT-HOURS (WD-IDX)
           END-IF.

      * Every ward a nursing department staffs gets an entry for
      * every day of the feed, so a ward with patients and no
      * worked hours still shows.
       400-SEED-WARD-DAYS.
           MOVE LOW-VALUES TO DP-DEPT-CODE.
           START DEPTMSTR KEY IS NOT LESS THAN DP-DEPT-CODE
              INVALID KEY
                 MOVE 'Y' TO DEPTMSTR-EOF-SW
           END-START.
           PERFORM 410-LOAD-ONE-DEPT UNTIL NO-MORE-DEPTS.
           IF FIRST-WORK-DATE-WS = ZERO
              DISPLAY 'NO NURSING HOURS ON THE TIMECARD FEED'
           ELSE
              MOVE FUNCTION INTEGER-OF-DATE (FIRST-WORK-DATE-WS)
                                        TO FIRST-INT-WS
              MOVE FUNCTION INTEGER-OF-DATE (LAST-WORK-DATE-WS)
                                        TO LAST-INT-WS
              IF LAST-INT-WS - FIRST-INT-WS NOT < MAX-REPORT-DAYS-WS
                 DISPLAY 'FEED SPANS MORE THAN ' MAX-REPORT-DAYS-WS
                         ' DAYS - ONLY WORKED DAYS LAID OUT AFTER'
                 COMPUTE LAST-INT-WS =
                     FIRST-INT-WS + MAX-REPORT-DAYS-WS - 1
              END-IF
              PERFORM 430-SEED-ONE-WARD
                 VARYING WT-IDX FROM 1 BY 1
                 UNTIL WT-IDX > WARD-TARGET-COUNT
           END-IF.

       410-LOAD-ONE-DEPT.
           READ DEPTMSTR NEXT RECORD
              AT END
                 MOVE 'Y' TO DEPTMSTR-EOF-SW
           END-READ.
           IF NOT NO-MORE-DEPTS
              AND DP-WARD-ID NOT = SPACES
              PERFORM 420-ADD-WARD-TARGET
           END-IF.

       420-ADD-WARD-TARGET.
           MOVE 'N' TO ENTRY-FOUND-SW.
           IF WARD-TARGET-COUNT > ZERO
              SET WT-IDX TO 1
              SEARCH WARD-TARGET-ENTRY
                 AT END
                    MOVE 'N' TO ENTRY-FOUND-SW
                 WHEN WT-WARD-ID (WT-IDX) = DP-WARD-ID
                    MOVE 'Y' TO ENTRY-FOUND-SW
              END-SEARCH
           END-IF.
           IF NOT ENTRY-FOUND
              IF WARD-TARGET-COUNT < 100
                 ADD 1 TO WARD-TARGET-COUNT
                 SET WT-IDX TO WARD-TARGET-COUNT
                 MOVE DP-WARD-ID TO WT-WARD-ID (WT-IDX)
                 MOVE ZERO       TO WT-TARGET (WT-IDX)
                 MOVE 'Y' TO ENTRY-FOUND-SW
              ELSE
                 DISPLAY 'WARD TABLE FULL - WARD NOT SEEDED: '
                         DP-WARD-ID
              END-IF
           END-IF.
           IF ENTRY-FOUND
              AND WT-TARGET (WT-IDX) = ZERO
              AND DP-NHPPD-TARGET NUMERIC
              MOVE DP-NHPPD-TARGET TO WT-TARGET (WT-IDX)
           END-IF.

       430-SEED-ONE-WARD.
           MOVE WT-WARD-ID (WT-IDX) TO LOOKUP-WARD-WS.
           PERFORM 440-SEED-ONE-DAY
              VARYING DAY-INT-WS FROM FIRST-INT-WS BY 1
              UNTIL DAY-INT-WS > LAST-INT-WS.

       440-SEED-ONE-DAY.
           MOVE FUNCTION DATE-OF-INTEGER (DAY-INT-WS)
                                        TO SEED-DATE-WS.
           MOVE SEED-DATE-WS TO LOOKUP-DATE-WS.
           PERFORM 450-FIND-WARD-DAY.

      * Finds the LOOKUP ward and date in the ward-day table, adding
      * it if it is not there.
       450-FIND-WARD-DAY.
           MOVE 'N' TO ENTRY-FOUND-SW.
           IF WARD-DAY-COUNT > ZERO
              SET WD-IDX TO 1
              SEARCH WARD-DAY-ENTRY
                 AT END
                    MOVE 'N' TO ENTRY-FOUND-SW
                 WHEN WD-WARD-ID (WD-IDX) = LOOKUP-WARD-WS
                  AND WD-DATE (WD-IDX) = LOOKUP-DATE-WS
                    MOVE 'Y' TO ENTRY-FOUND-SW
              END-SEARCH
           END-IF.
           IF NOT ENTRY-FOUND
              IF WARD-DAY-COUNT < 2000
                 ADD 1 TO WARD-DAY-COUNT
                 SET WD-IDX TO WARD-DAY-COUNT
                 MOVE LOOKUP-WARD-WS TO WD-WARD-ID (WD-IDX)
                 MOVE LOOKUP-DATE-WS TO WD-DATE (WD-IDX)
                 MOVE ZERO TO WD-CENSUS (WD-IDX),
                              WD-REG-HOURS (WD-IDX),
                              WD-OT-HOURS (WD-IDX)
                 MOVE 'Y' TO ENTRY-FOUND-SW
              ELSE
                 DISPLAY 'WARD-DAY TABLE FULL - NOT REPORTED: '
                         LOOKUP-WARD-WS ' ' LOOKUP-DATE-WS
              END-IF
           END-IF.

      * A patient is in the midnight census of a day on a ward when
      * the stay on that ward began on or before the day and had
      * not ended by the day. The stay segments carry every move;
      * a patient with none is counted from the master record.
       500-COUNT-MIDNIGHT-CENSUS.
           IF WARD-DAY-COUNT > ZERO
              IF NOT NO-MORE-SEGMENTS
                 MOVE LOW-VALUES TO SS-SEG-KEY
                 START STAYSEG KEY IS NOT LESS THAN SS-SEG-KEY
                    INVALID KEY
                       MOVE 'Y' TO STAYSEG-EOF-SW
                 END-START
              END-IF
              PERFORM 510-COUNT-ONE-SEGMENT UNTIL NO-MORE-SEGMENTS
              PERFORM 530-COUNT-ONE-PATIENT UNTIL NO-MORE-PATIENTS
           END-IF.

       510-COUNT-ONE-SEGMENT.
           READ STAYSEG NEXT RECORD
              AT END
                 MOVE 'Y' TO STAYSEG-EOF-SW
           END-READ.
           IF NOT NO-MORE-SEGMENTS
              ADD 1 TO SEGMENTS-READ-WS
              MOVE SS-WARD-ID    TO CENSUS-WARD-WS
              MOVE SS-START-DATE TO CENSUS-START-WS
              MOVE SS-END-DATE   TO CENSUS-END-WS
              PERFORM 520-COUNT-STAY-DAY
                 VARYING WD-IDX FROM 1 BY 1
                 UNTIL WD-IDX > WARD-DAY-COUNT
           END-IF.

       520-COUNT-STAY-DAY.
           IF WD-WARD-ID (WD-IDX) = CENSUS-WARD-WS
              AND CENSUS-START-WS NOT = ZERO
              AND CENSUS-START-WS NOT > WD-DATE (WD-IDX)
              AND (CENSUS-END-WS = ZERO
                   OR CENSUS-END-WS > WD-DATE (WD-IDX))
              ADD 1 TO WD-CENSUS (WD-IDX)
           END-IF.

       530-COUNT-ONE-PATIENT.
           READ PATMSTR NEXT RECORD
              AT END
                 MOVE 'Y' TO PATMSTR-EOF-SW
           END-READ.
           IF NOT NO-MORE-PATIENTS
              ADD 1 TO PATIENTS-READ-WS
              PERFORM 540-CHECK-FOR-SEGMENTS
              IF NOT PATIENT-HAS-SEGMENTS
                 MOVE PATMSTR-WARD-ID        TO CENSUS-WARD-WS
                 MOVE PATMSTR-DATE-ADMIT     TO CENSUS-START-WS
                 MOVE PATMSTR-DISCHARGE-DATE TO CENSUS-END-WS
                 PERFORM 520-COUNT-STAY-DAY
                    VARYING WD-IDX FROM 1 BY 1
                    UNTIL WD-IDX > WARD-DAY-COUNT
              END-IF
           END-IF.

      * Counted already in the segment sweep if any segment is on
      * file for the patient.
       540-CHECK-FOR-SEGMENTS.
           MOVE 'N' TO PATIENT-HAS-SEGMENTS-SW.
           IF NOT STAYSEG-MISSING
              MOVE PATMSTR-KEY TO SS-PATIENT-ID
              MOVE ZERO        TO SS-SEGMENT-SEQ
              START STAYSEG KEY IS NOT LESS THAN SS-SEG-KEY
                 INVALID KEY
                    MOVE 'N' TO PATIENT-HAS-SEGMENTS-SW
                 NOT INVALID KEY
                    READ STAYSEG NEXT RECORD
                       AT END
                          MOVE 'N' TO PATIENT-HAS-SEGMENTS-SW
                       NOT AT END
                          IF SS-PATIENT-ID = PATMSTR-KEY
                             MOVE 'Y' TO PATIENT-HAS-SEGMENTS-SW
                          END-IF
                    END-READ
              END-START
           END-IF.

      * Sort input: one entry per ward-day, with the ward's target.
       600-RELEASE-WARD-DAYS.
           PERFORM 610-RELEASE-ONE-WARD-DAY
              VARYING WD-IDX FROM 1 BY 1
              UNTIL WD-IDX > WARD-DAY-COUNT.

       610-RELEASE-ONE-WARD-DAY.
           MOVE SPACES                 TO NHPPDWK-REC.
           MOVE WD-WARD-ID (WD-IDX)    TO NW-WARD-ID.
           MOVE WD-DATE (WD-IDX)       TO NW-DATE.
           MOVE WD-CENSUS (WD-IDX)     TO NW-CENSUS.
           MOVE WD-REG-HOURS (WD-IDX)  TO NW-REG-HOURS.
           MOVE WD-OT-HOURS (WD-IDX)   TO NW-OT-HOURS.
           MOVE ZERO                   TO NW-TARGET.
           IF WARD-TARGET-COUNT > ZERO
              SET WT-IDX TO 1
              SEARCH WARD-TARGET-ENTRY
                 WHEN WT-WARD-ID (WT-IDX) = NW-WARD-ID
                    MOVE WT-TARGET (WT-IDX) TO NW-TARGET
              END-SEARCH
           END-IF.
           RELEASE NHPPDWK-REC.

      * Sort output: a line per ward per day, the ward's period
      * totals at each change of ward.
       650-PRINT-WARD-DAYS.
           MOVE CURR-DATE-WS       TO HDG-DATE.
           MOVE FIRST-WORK-DATE-WS TO HDG-FIRST-DATE.
           MOVE LAST-WORK-DATE-WS  TO HDG-LAST-DATE.
           WRITE NHPPD-LINE FROM HEADING-ONE.
           MOVE SPACES TO NHPPD-LINE.
           WRITE NHPPD-LINE.
           WRITE NHPPD-LINE FROM NHPPD-COLUMN-HEADING.
           PERFORM 660-PRINT-ONE-WARD-DAY UNTIL NO-MORE-SORTED.
           IF WARDS-LISTED-WS > ZERO
              PERFORM 700-WARD-TOTALS
           END-IF.

       660-PRINT-ONE-WARD-DAY.
           RETURN NHPPDWK
              AT END
                 MOVE 'Y' TO SORTED-EOF-SW
           END-RETURN.
           IF NOT NO-MORE-SORTED
              IF WARDS-LISTED-WS = ZERO
                 OR NW-WARD-ID NOT = PRIOR-WARD-WS
                 IF WARDS-LISTED-WS > ZERO
                    PERFORM 700-WARD-TOTALS
                 END-IF
                 MOVE NW-WARD-ID TO PRIOR-WARD-WS
                 MOVE NW-TARGET  TO WARD-TARGET-WS
                 INITIALIZE WARD-TOTALS-WS
                 ADD 1 TO WARDS-LISTED-WS
              END-IF
              MOVE NW-CENSUS    TO LINE-CENSUS-WS
              MOVE NW-REG-HOURS TO LINE-REG-HOURS-WS
              MOVE NW-OT-HOURS  TO LINE-OT-HOURS-WS
              MOVE NW-TARGET    TO LINE-TARGET-WS
              PERFORM 750-FORMAT-LINE
              MOVE NW-WARD-ID   TO ND-WARD-ID
              MOVE NW-DATE      TO ND-DATE
              WRITE NHPPD-LINE FROM NHPPD-DETAIL-LINE
              ADD NW-CENSUS     TO WARD-PATIENT-DAYS-WS,
                                   GRAND-PATIENT-DAYS-WS
              ADD NW-REG-HOURS  TO WARD-REG-HOURS-WS,
                                   GRAND-REG-HOURS-WS
              ADD NW-OT-HOURS   TO WARD-OT-HOURS-WS,
                                   GRAND-OT-HOURS-WS
              IF LINE-TARGET-WS > ZERO
                 AND LINE-CENSUS-WS > ZERO
                 AND LINE-NHPPD-WS < LINE-TARGET-WS
                 ADD 1 TO WARD-DAYS-SHORT-WS, GRAND-DAYS-SHORT-WS
              END-IF
           END-IF.

      * The ward's whole period: patient days against all the hours
      * worked on it.
       700-WARD-TOTALS.
           MOVE WARD-PATIENT-DAYS-WS TO LINE-CENSUS-WS.
           MOVE WARD-REG-HOURS-WS    TO LINE-REG-HOURS-WS.
           MOVE WARD-OT-HOURS-WS     TO LINE-OT-HOURS-WS.
           MOVE WARD-TARGET-WS       TO LINE-TARGET-WS.
           PERFORM 750-FORMAT-LINE.
           MOVE PRIOR-WARD-WS        TO ND-WARD-ID.
           MOVE 'WARD TOTAL'         TO ND-DATE-X.
           WRITE NHPPD-LINE FROM NHPPD-DETAIL-LINE.
           MOVE SPACES TO NHPPD-LINE.
           WRITE NHPPD-LINE.

      * Hours per patient day, the variance from target and the
      * overtime share of the hours, for the LINE figures.
       750-FORMAT-LINE.
           COMPUTE LINE-TOTAL-HOURS-WS =
               LINE-REG-HOURS-WS + LINE-OT-HOURS-WS.
           MOVE LINE-CENSUS-WS      TO ND-CENSUS.
           MOVE LINE-REG-HOURS-WS   TO ND-REG-HOURS.
           MOVE LINE-OT-HOURS-WS    TO ND-OT-HOURS.
           MOVE LINE-TOTAL-HOURS-WS TO ND-TOTAL-HOURS.
           MOVE LINE-TARGET-WS      TO ND-TARGET.
           MOVE ZERO TO LINE-NHPPD-WS, LINE-VARIANCE-WS,
                        LINE-OT-PCT-WS.
           IF LINE-CENSUS-WS > ZERO
              COMPUTE LINE-NHPPD-WS ROUNDED =
                  LINE-TOTAL-HOURS-WS / LINE-CENSUS-WS
                 ON SIZE ERROR
                    MOVE 999.99 TO LINE-NHPPD-WS
              END-COMPUTE
           END-IF.
           IF LINE-TOTAL-HOURS-WS > ZERO
              COMPUTE LINE-OT-PCT-WS ROUNDED =
                  LINE-OT-HOURS-WS * 100 / LINE-TOTAL-HOURS-WS
           END-IF.
           IF LINE-TARGET-WS > ZERO
              AND LINE-CENSUS-WS > ZERO
              COMPUTE LINE-VARIANCE-WS =
                  LINE-NHPPD-WS - LINE-TARGET-WS
           END-IF.
           MOVE LINE-NHPPD-WS       TO ND-NHPPD.
           MOVE LINE-VARIANCE-WS    TO ND-VARIANCE.
           MOVE LINE-OT-PCT-WS      TO ND-OT-PCT.
           EVALUATE TRUE
              WHEN LINE-CENSUS-WS = ZERO
                 AND LINE-TOTAL-HOURS-WS > ZERO
                 MOVE 'HOURS WITH NO CENSUS' TO ND-STATUS
              WHEN LINE-CENSUS-WS = ZERO
                 MOVE 'NO CENSUS'            TO ND-STATUS
              WHEN LINE-TARGET-WS = ZERO
                 MOVE 'NO TARGET ON FILE'    TO ND-STATUS
              WHEN LINE-NHPPD-WS < LINE-TARGET-WS
                 AND LINE-OT-HOURS-WS > ZERO
                 MOVE 'SHORT - OT WORKED'    TO ND-STATUS
              WHEN LINE-NHPPD-WS < LINE-TARGET-WS
                 MOVE 'SHORT OF TARGET'      TO ND-STATUS
              WHEN LINE-OT-HOURS-WS > ZERO
                 MOVE 'MET WITH OVERTIME'    TO ND-STATUS
              WHEN OTHER
                 MOVE 'MEETS TARGET'         TO ND-STATUS
           END-EVALUATE.

       800-PRINT-SUMMARY.
           MOVE GRAND-PATIENT-DAYS-WS TO LINE-CENSUS-WS.
           MOVE GRAND-REG-HOURS-WS    TO LINE-REG-HOURS-WS.
           MOVE GRAND-OT-HOURS-WS     TO LINE-OT-HOURS-WS.
           MOVE ZERO                  TO LINE-TARGET-WS.
           PERFORM 750-FORMAT-LINE.
           MOVE SPACES                TO ND-STATUS, ND-TARGET-X.
           MOVE SPACES                TO ND-WARD-ID.
           MOVE 'HOSPITAL'            TO ND-DATE-X.
           WRITE NHPPD-LINE FROM NHPPD-DETAIL-LINE.
           MOVE SPACES TO NHPPD-LINE.
           WRITE NHPPD-LINE.
           MOVE 'TIMECARDS READ:'         TO SM-LABEL.
           MOVE CARDS-READ-WS             TO SM-COUNT-O.
           WRITE NHPPD-LINE FROM SUMMARY-LINE.
           MOVE 'TIMECARDS REJECTED:'     TO SM-LABEL.
           MOVE CARDS-REJECTED-WS         TO SM-COUNT-O.
           WRITE NHPPD-LINE FROM SUMMARY-LINE.
           MOVE 'EMPLOYEES NOT ON MASTER:' TO SM-LABEL.
           MOVE EMPS-NOT-ON-MASTER-WS     TO SM-COUNT-O.
           WRITE NHPPD-LINE FROM SUMMARY-LINE.
           MOVE 'NURSING HOURS:'          TO SM-LABEL.
           MOVE NURSING-HOURS-WS          TO SM-COUNT-O.
           WRITE NHPPD-LINE FROM SUMMARY-LINE.
           MOVE 'HOURS OUTSIDE NURSING:'  TO SM-LABEL.
           MOVE NON-NURSING-HOURS-WS      TO SM-COUNT-O.
           WRITE NHPPD-LINE FROM SUMMARY-LINE.
           MOVE 'WARD-DAYS SHORT OF TARGET:' TO SM-LABEL.
           MOVE GRAND-DAYS-SHORT-WS       TO SM-COUNT-O.
           WRITE NHPPD-LINE FROM SUMMARY-LINE.

       900-WRAP-UP.
           DISPLAY 'TIMECARDS READ:      ' CARDS-READ-WS.
           DISPLAY 'WARDS REPORTED:      ' WARDS-LISTED-WS.
           DISPLAY 'PATIENTS READ:       ' PATIENTS-READ-WS.
           DISPLAY 'SEGMENTS READ:       ' SEGMENTS-READ-WS.
           CLOSE EMPMSTR, DEPTMSTR.
           IF NOT PATMSTR-MISSING
              CLOSE PATMSTR
           END-IF.
           IF NOT STAYSEG-MISSING
              CLOSE STAYSEG
           END-IF.
           CLOSE NHPPD.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE EMPMSTR, DEPTMSTR, PATMSTR, STAYSEG, NHPPD.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
