       IDENTIFICATION DIVISION.
       PROGRAM-ID.      BEDTRPT.
      * Monthly bed turnaround report by ward. Every bed BEDHSKP
      * released as clean and available during the month of the
      * business date is taken off the BEDTURN file, sorted by ward
      * and printed with the minutes from discharge or transfer out
      * to the bed being ready again - split into the wait for
      * housekeeping and the cleaning itself - then averaged, with
      * the fastest and slowest turn, for each ward and for the
      * hospital. The beds still dirty or being cleaned on BEDSTAT
      * are listed after the totals. Honors the RUNPARM business
      * date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEDTURN
             ASSIGN TO BEDTURN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BEDTURN-ST.
           SELECT BEDSTAT
             ASSIGN TO BEDSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BS-BED-KEY
               FILE STATUS IS BEDSTAT-ST.
           SELECT TURNWK
             ASSIGN TO TURNWK.
           SELECT TURNRPT
             ASSIGN TO TURNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TURNRPT-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  BEDTURN
           RECORD CONTAINS 80 CHARACTERS.
           COPY BEDTURN.

       FD  BEDSTAT
           RECORD CONTAINS 100 CHARACTERS.
           COPY BEDSTAT.

      * One entry per bed turned over in the month, sorted into
      * ward and ready order.
       SD  TURNWK
           RECORD CONTAINS 60 CHARACTERS.
       01  TURNWK-REC.
           05  TW-WARD-ID               PIC X(04).
           05  TW-READY-DATE            PIC 9(08).
           05  TW-READY-TIME            PIC 9(04).
           05  TW-ROOM-ID               PIC X(04).
           05  TW-BED-ID                PIC X(04).
           05  TW-PATIENT-ID            PIC X(09).
           05  TW-WAIT-MINUTES          PIC 9(06).
           05  TW-CLEAN-MINUTES         PIC 9(06).
           05  TW-TURN-MINUTES          PIC 9(06).
           05  FILLER                   PIC X(09).

       FD  TURNRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 TURNRPT-LINE                PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 BEDTURN-ST                PIC X(2).
               88 BEDTURN-OK                       VALUE '00'.
               88 BEDTURN-MISSING                  VALUE '35'.
           05 BEDSTAT-ST                PIC X(2).
               88 BEDSTAT-OK                       VALUE '00'.
               88 BEDSTAT-MISSING                  VALUE '35'.
           05 TURNRPT-ST                PIC X(2).
               88 TURNRPT-OK                       VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 BEDTURN-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-TURNAROUNDS              VALUE 'Y'.
           05 SORTED-EOF-SW             PIC X(1)   VALUE 'N'.
               88 NO-MORE-SORTED                   VALUE 'Y'.
           05 BEDSTAT-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-BED-STATUS               VALUE 'Y'.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 TURNAROUNDS-READ-WS       PIC S9(7)    VALUE ZERO.
           05 BEDS-WAITING-WS           PIC S9(7)    VALUE ZERO.
           05 HOLD-WARD-WS              PIC X(04)    VALUE SPACES.

      * Running figures for the ward in hand and for the month.
       01 WARD-TOTALS-WS.
           05 WRD-COUNT                 PIC S9(7).
           05 WRD-WAIT-MINUTES          PIC S9(11).
           05 WRD-CLEAN-MINUTES         PIC S9(11).
           05 WRD-TURN-MINUTES          PIC S9(11).
           05 WRD-MIN-TURN              PIC S9(7).
           05 WRD-MAX-TURN              PIC S9(7).

       01 GRAND-TOTALS-WS.
           05 GRD-COUNT                 PIC S9(7).
           05 GRD-WAIT-MINUTES          PIC S9(11).
           05 GRD-CLEAN-MINUTES         PIC S9(11).
           05 GRD-TURN-MINUTES          PIC S9(11).
           05 GRD-MIN-TURN              PIC S9(7).
           05 GRD-MAX-TURN              PIC S9(7).

       01 AVERAGES-WS.
           05 AVG-WAIT-WS               PIC S9(7)V9  VALUE ZERO.
           05 AVG-CLEAN-WS              PIC S9(7)V9  VALUE ZERO.
           05 AVG-TURN-WS               PIC S9(7)V9  VALUE ZERO.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-DATE-X REDEFINES CURR-DATE-WS.
               10 CURR-YEAR-WS          PIC 9(04).
               10 CURR-MONTH-WS         PIC 9(02).
               10 FILLER                PIC 9(02).
           05 READY-DATE-X              PIC 9(08).
           05 READY-DATE-R REDEFINES READY-DATE-X.
               10 READY-YEAR-WS         PIC 9(04).
               10 READY-MONTH-WS        PIC 9(02).
               10 FILLER                PIC 9(02).

       01 HEADING-ONE.
           05 HDG-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(36)
                  VALUE 'Bed Turnaround Report by Ward'.
           05 FILLER                    PIC X(07)  VALUE 'MONTH: '.
           05 HDG-YEAR                  PIC 9(04).
           05 FILLER                    PIC X(01)  VALUE '/'.
           05 HDG-MONTH                 PIC 9(02).

       01 SECTION-HEADING.
           05 SEC-TITLE                 PIC X(60).

       01 WARD-HEADING.
           05 FILLER                    PIC X(06)  VALUE 'WARD: '.
           05 WH-WARD-ID                PIC X(04).

       01 DETAIL-COLUMN-HEADING.
           05 FILLER                    PIC X(12)  VALUE 'ROOM/BED'.
           05 FILLER                    PIC X(11)  VALUE 'PATIENT'.
           05 FILLER                    PIC X(16)  VALUE 'READY'.
           05 FILLER                    PIC X(10)  VALUE '  WAITING'.
           05 FILLER                    PIC X(10)  VALUE ' CLEANING'.
           05 FILLER                    PIC X(10)  VALUE '   TOTAL'.

       01 DETAIL-LINE.
           05 DL-ROOM-ID                PIC X(04).
           05 FILLER                    PIC X(01)  VALUE '/'.
           05 DL-BED-ID                 PIC X(04).
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 DL-PATIENT-ID             PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DL-READY-DATE             PIC XXXX/XX/XX.
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 DL-READY-TIME             PIC 9(04).
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 DL-WAIT-O                 PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 DL-CLEAN-O                PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 DL-TURN-O                 PIC ZZZ,ZZ9.

       01 SUMMARY-COLUMN-HEADING.
           05 FILLER                    PIC X(12)  VALUE SPACES.
           05 FILLER                    PIC X(10)  VALUE '    BEDS'.
           05 FILLER                    PIC X(12)  VALUE '  AVG WAIT'.
           05 FILLER                    PIC X(12)  VALUE ' AVG CLEAN'.
           05 FILLER                    PIC X(12)  VALUE '  AVG TURN'.
           05 FILLER                    PIC X(10)  VALUE ' FASTEST'.
           05 FILLER                    PIC X(10)  VALUE ' SLOWEST'.

      * All times on the summary lines are in minutes.
       01 SUMMARY-LINE.
           05 SL-LABEL                  PIC X(12).
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 SL-COUNT-O                PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 SL-AVG-WAIT-O             PIC ZZZ,ZZ9.9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SL-AVG-CLEAN-O            PIC ZZZ,ZZ9.9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SL-AVG-TURN-O             PIC ZZZ,ZZ9.9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SL-MIN-TURN-O             PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 SL-MAX-TURN-O             PIC ZZZ,ZZ9.

       01 WAITING-COLUMN-HEADING.
           05 FILLER                    PIC X(16)
                  VALUE 'WARD/ROOM/BED'.
           05 FILLER                    PIC X(11)  VALUE 'PATIENT'.
           05 FILLER                    PIC X(11)  VALUE 'STATUS'.
           05 FILLER                    PIC X(16)  VALUE 'VACATED'.
           05 FILLER                    PIC X(16)
                  VALUE 'CLEANING SINCE'.

       01 WAITING-LINE.
           05 WL-WARD-ID                PIC X(04).
           05 FILLER                    PIC X(01)  VALUE '/'.
           05 WL-ROOM-ID                PIC X(04).
           05 FILLER                    PIC X(01)  VALUE '/'.
           05 WL-BED-ID                 PIC X(04).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 WL-PATIENT-ID             PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 WL-STATUS                 PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 WL-VACATED-DATE           PIC XXXX/XX/XX.
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 WL-VACATED-TIME           PIC 9(04).
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 WL-START-DATE             PIC XXXX/XX/XX.
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 WL-START-TIME             PIC X(04).

       01 WAITING-COUNT-LINE.
           05 FILLER                    PIC X(30)
                  VALUE 'BEDS NOT YET READY:           '.
           05 WC-COUNT-O                PIC ZZZ,ZZ9.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           SORT TURNWK
               ON ASCENDING KEY TW-WARD-ID
                                TW-READY-DATE
                                TW-READY-TIME
               INPUT PROCEDURE IS 200-SELECT-TURNAROUNDS
               OUTPUT PROCEDURE IS 600-PRINT-BY-WARD.
           PERFORM 700-PRINT-GRAND-TOTAL.
           PERFORM 750-PRINT-BEDS-WAITING THRU 750-EXIT.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           INITIALIZE GRAND-TOTALS-WS.
           OPEN INPUT BEDTURN
           IF BEDTURN-MISSING
              DISPLAY 'NO BED TURNAROUND FILE - NOTHING TO REPORT'
              MOVE 'Y' TO BEDTURN-EOF-SW
           ELSE
           IF NOT BEDTURN-OK
              DISPLAY 'BED TURNAROUND FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT TURNRPT
           IF NOT TURNRPT-OK
              DISPLAY 'BED TURNAROUND REPORT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS  TO HDG-DATE.
           MOVE CURR-YEAR-WS  TO HDG-YEAR.
           MOVE CURR-MONTH-WS TO HDG-MONTH.
           WRITE TURNRPT-LINE FROM HEADING-ONE.

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

       170-READ-TURNAROUND.
           READ BEDTURN
              AT END
                 MOVE 'Y' TO BEDTURN-EOF-SW
           END-READ.
           IF NOT NO-MORE-TURNAROUNDS
              ADD 1 TO TURNAROUNDS-READ-WS
           END-IF.

      * Sort input: the beds made ready in the report month.
       200-SELECT-TURNAROUNDS.
           IF NOT NO-MORE-TURNAROUNDS
              PERFORM 170-READ-TURNAROUND
           END-IF.
           PERFORM 220-SELECT-ONE-TURNAROUND
              UNTIL NO-MORE-TURNAROUNDS.

       220-SELECT-ONE-TURNAROUND.
           MOVE BT-READY-DATE TO READY-DATE-X.
           IF READY-YEAR-WS = CURR-YEAR-WS
              AND READY-MONTH-WS = CURR-MONTH-WS
              MOVE SPACES           TO TURNWK-REC
              MOVE BT-WARD-ID       TO TW-WARD-ID
              MOVE BT-READY-DATE    TO TW-READY-DATE
              MOVE BT-READY-TIME    TO TW-READY-TIME
              MOVE BT-ROOM-ID       TO TW-ROOM-ID
              MOVE BT-BED-ID        TO TW-BED-ID
              MOVE BT-PATIENT-ID    TO TW-PATIENT-ID
              MOVE BT-WAIT-MINUTES  TO TW-WAIT-MINUTES
              MOVE BT-CLEAN-MINUTES TO TW-CLEAN-MINUTES
              MOVE BT-TURN-MINUTES  TO TW-TURN-MINUTES
              RELEASE TURNWK-REC
           END-IF.
           PERFORM 170-READ-TURNAROUND.

      * Sort output: one block per ward, broken on ward.
       600-PRINT-BY-WARD.
           MOVE SPACES TO HOLD-WARD-WS.
           PERFORM 620-PRINT-ONE-TURNAROUND UNTIL NO-MORE-SORTED.
           IF HOLD-WARD-WS NOT = SPACES
              PERFORM 680-CLOSE-WARD
           END-IF.

       620-PRINT-ONE-TURNAROUND.
           RETURN TURNWK
              AT END
                 MOVE 'Y' TO SORTED-EOF-SW
           END-RETURN.
           IF NOT NO-MORE-SORTED
              IF TW-WARD-ID NOT = HOLD-WARD-WS
                 IF HOLD-WARD-WS NOT = SPACES
                    PERFORM 680-CLOSE-WARD
                 END-IF
                 PERFORM 640-OPEN-WARD
              END-IF
              PERFORM 660-PRINT-DETAIL-LINE
           END-IF.

       640-OPEN-WARD.
           MOVE TW-WARD-ID TO HOLD-WARD-WS.
           INITIALIZE WARD-TOTALS-WS.
           MOVE SPACES TO TURNRPT-LINE.
           WRITE TURNRPT-LINE.
           MOVE TW-WARD-ID TO WH-WARD-ID.
           WRITE TURNRPT-LINE FROM WARD-HEADING.
           WRITE TURNRPT-LINE FROM DETAIL-COLUMN-HEADING.

       660-PRINT-DETAIL-LINE.
           MOVE TW-ROOM-ID       TO DL-ROOM-ID.
           MOVE TW-BED-ID        TO DL-BED-ID.
           MOVE TW-PATIENT-ID    TO DL-PATIENT-ID.
           MOVE TW-READY-DATE    TO DL-READY-DATE.
           MOVE TW-READY-TIME    TO DL-READY-TIME.
           MOVE TW-WAIT-MINUTES  TO DL-WAIT-O.
           MOVE TW-CLEAN-MINUTES TO DL-CLEAN-O.
           MOVE TW-TURN-MINUTES  TO DL-TURN-O.
           WRITE TURNRPT-LINE FROM DETAIL-LINE.
           IF WRD-COUNT = ZERO
              OR TW-TURN-MINUTES < WRD-MIN-TURN
              MOVE TW-TURN-MINUTES TO WRD-MIN-TURN
           END-IF.
           IF TW-TURN-MINUTES > WRD-MAX-TURN
              MOVE TW-TURN-MINUTES TO WRD-MAX-TURN
           END-IF.
           ADD 1                TO WRD-COUNT.
           ADD TW-WAIT-MINUTES  TO WRD-WAIT-MINUTES.
           ADD TW-CLEAN-MINUTES TO WRD-CLEAN-MINUTES.
           ADD TW-TURN-MINUTES  TO WRD-TURN-MINUTES.

      * Ward averages, then the ward rolls into the hospital total.
       680-CLOSE-WARD.
           IF WRD-COUNT > ZERO
              COMPUTE AVG-WAIT-WS ROUNDED =
                 WRD-WAIT-MINUTES / WRD-COUNT
              COMPUTE AVG-CLEAN-WS ROUNDED =
                 WRD-CLEAN-MINUTES / WRD-COUNT
              COMPUTE AVG-TURN-WS ROUNDED =
                 WRD-TURN-MINUTES / WRD-COUNT
           ELSE
              MOVE ZERO TO AVG-WAIT-WS AVG-CLEAN-WS AVG-TURN-WS
           END-IF.
           WRITE TURNRPT-LINE FROM SUMMARY-COLUMN-HEADING.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'WARD TOTAL'      TO SL-LABEL.
           MOVE WRD-COUNT         TO SL-COUNT-O.
           MOVE AVG-WAIT-WS       TO SL-AVG-WAIT-O.
           MOVE AVG-CLEAN-WS      TO SL-AVG-CLEAN-O.
           MOVE AVG-TURN-WS       TO SL-AVG-TURN-O.
           MOVE WRD-MIN-TURN      TO SL-MIN-TURN-O.
           MOVE WRD-MAX-TURN      TO SL-MAX-TURN-O.
           WRITE TURNRPT-LINE FROM SUMMARY-LINE.
           IF GRD-COUNT = ZERO
              OR WRD-MIN-TURN < GRD-MIN-TURN
              MOVE WRD-MIN-TURN TO GRD-MIN-TURN
           END-IF.
           IF WRD-MAX-TURN > GRD-MAX-TURN
              MOVE WRD-MAX-TURN TO GRD-MAX-TURN
           END-IF.
           ADD WRD-COUNT         TO GRD-COUNT.
           ADD WRD-WAIT-MINUTES  TO GRD-WAIT-MINUTES.
           ADD WRD-CLEAN-MINUTES TO GRD-CLEAN-MINUTES.
           ADD WRD-TURN-MINUTES  TO GRD-TURN-MINUTES.

       700-PRINT-GRAND-TOTAL.
           IF GRD-COUNT > ZERO
              COMPUTE AVG-WAIT-WS ROUNDED =
                 GRD-WAIT-MINUTES / GRD-COUNT
              COMPUTE AVG-CLEAN-WS ROUNDED =
                 GRD-CLEAN-MINUTES / GRD-COUNT
              COMPUTE AVG-TURN-WS ROUNDED =
                 GRD-TURN-MINUTES / GRD-COUNT
           ELSE
              MOVE ZERO TO AVG-WAIT-WS AVG-CLEAN-WS AVG-TURN-WS
           END-IF.
           MOVE SPACES TO TURNRPT-LINE.
           WRITE TURNRPT-LINE.
           MOVE 'HOSPITAL TURNAROUND - ALL WARDS' TO SEC-TITLE.
           WRITE TURNRPT-LINE FROM SECTION-HEADING.
           WRITE TURNRPT-LINE FROM SUMMARY-COLUMN-HEADING.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 'ALL WARDS'       TO SL-LABEL.
           MOVE GRD-COUNT         TO SL-COUNT-O.
           MOVE AVG-WAIT-WS       TO SL-AVG-WAIT-O.
           MOVE AVG-CLEAN-WS      TO SL-AVG-CLEAN-O.
           MOVE AVG-TURN-WS       TO SL-AVG-TURN-O.
           MOVE GRD-MIN-TURN      TO SL-MIN-TURN-O.
           MOVE GRD-MAX-TURN      TO SL-MAX-TURN-O.
           WRITE TURNRPT-LINE FROM SUMMARY-LINE.

      * Beds still waiting on housekeeping as of the run, so the
      * backlog behind the month's figures is visible.
       750-PRINT-BEDS-WAITING.
           OPEN INPUT BEDSTAT
           IF BEDSTAT-MISSING
              GO TO 750-EXIT
           END-IF.
           IF NOT BEDSTAT-OK
              DISPLAY 'BED STATUS FILE PROBLEM'
              GO TO 999-ERROR-RTN
           END-IF.
           MOVE SPACES TO TURNRPT-LINE.
           WRITE TURNRPT-LINE.
           MOVE 'BEDS DIRTY OR BEING CLEANED' TO SEC-TITLE.
           WRITE TURNRPT-LINE FROM SECTION-HEADING.
           WRITE TURNRPT-LINE FROM WAITING-COLUMN-HEADING.
           PERFORM 770-READ-BED-STATUS.
           PERFORM 760-PRINT-ONE-WAITING UNTIL NO-MORE-BED-STATUS.
           CLOSE BEDSTAT.
           MOVE BEDS-WAITING-WS TO WC-COUNT-O.
           WRITE TURNRPT-LINE FROM WAITING-COUNT-LINE.
       750-EXIT.
           EXIT.

       760-PRINT-ONE-WAITING.
           IF BS-DIRTY OR BS-CLEANING
              MOVE BS-WARD-ID      TO WL-WARD-ID
              MOVE BS-ROOM-ID      TO WL-ROOM-ID
              MOVE BS-BED-ID       TO WL-BED-ID
              MOVE BS-PATIENT-ID   TO WL-PATIENT-ID
              MOVE BS-VACATED-DATE TO WL-VACATED-DATE
              MOVE BS-VACATED-TIME TO WL-VACATED-TIME
              IF BS-CLEANING
                 MOVE 'CLEANING'          TO WL-STATUS
                 MOVE BS-CLEAN-START-DATE TO WL-START-DATE
                 MOVE BS-CLEAN-START-TIME TO WL-START-TIME
              ELSE
                 MOVE 'DIRTY'             TO WL-STATUS
                 MOVE SPACES              TO WL-START-DATE
                                             WL-START-TIME
              END-IF
              WRITE TURNRPT-LINE FROM WAITING-LINE
              ADD 1 TO BEDS-WAITING-WS
           END-IF.
           PERFORM 770-READ-BED-STATUS.

       770-READ-BED-STATUS.
           READ BEDSTAT NEXT
              AT END
                 MOVE 'Y' TO BEDSTAT-EOF-SW
           END-READ.

       900-WRAP-UP.
           DISPLAY 'TURNAROUNDS READ:    ' TURNAROUNDS-READ-WS.
           DISPLAY 'TURNED THIS MONTH:   ' GRD-COUNT.
           DISPLAY 'BEDS NOT YET READY:  ' BEDS-WAITING-WS.
           IF NOT BEDTURN-MISSING
              CLOSE BEDTURN
           END-IF.
           CLOSE TURNRPT.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE BEDTURN, TURNRPT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
