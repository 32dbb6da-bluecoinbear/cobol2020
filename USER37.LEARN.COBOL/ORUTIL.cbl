       IDENTIFICATION DIVISION.
       PROGRAM-ID.      ORUTIL.
      * Monthly operating room utilization from the surgical case
      * file. The report period is the calendar month of the
      * business date, so a rerun for a closed month is pointed at
      * it through RUNPARM. By OR room and then by surgeon: cases
      * booked, completed and cancelled, the minutes booked on the
      * live cases, the actual minutes on the completed ones, and
      * how far the completed cases ran over or under their booked
      * time. A case still open (scheduled but not timed) counts in
      * the booked figures only.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURGCASE
             ASSIGN TO SURGCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-CASE-KEY
               FILE STATUS IS SURGCASE-ST.
           SELECT ORUTLRPT
             ASSIGN TO ORUTLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORUTLRPT-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  SURGCASE
           RECORD CONTAINS 80 CHARACTERS.
           COPY SURGCASE.

       FD  ORUTLRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 ORUTLRPT-LINE               PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 SURGCASE-ST               PIC X(2).
               88 SURGCASE-OK                      VALUE '00'.
               88 SURGCASE-MISSING                 VALUE '35'.
           05 ORUTLRPT-ST               PIC X(2).
               88 ORUTLRPT-OK                      VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 SURGCASE-EOF-SW           PIC X(1)   VALUE 'N'.
               88 NO-MORE-CASES                    VALUE 'Y'.
           05 ROOM-FOUND-SW             PIC X(1)   VALUE 'N'.
               88 ROOM-FOUND                       VALUE 'Y'.
           05 SURGEON-FOUND-SW          PIC X(1)   VALUE 'N'.
               88 SURGEON-FOUND                    VALUE 'Y'.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 CASES-READ-WS             PIC S9(7)    VALUE ZERO.
           05 OVER-UNDER-WS             PIC S9(7)    VALUE ZERO.

      * One entry per OR room and one per surgeon seen in the month,
      * in the order first seen.
       01 ROOM-TABLE-WS.
           05 ROOM-COUNT-WS             PIC 9(04)  COMP VALUE ZERO.
           05 ROOM-ENTRY OCCURS 100 TIMES
                  INDEXED BY RM-IDX.
               10 RM-OR-ROOM            PIC X(04).
               10 RM-CASES              PIC S9(5).
               10 RM-COMPLETED          PIC S9(5).
               10 RM-CANCELLED          PIC S9(5).
               10 RM-BOOKED-MIN         PIC S9(7).
               10 RM-ACTUAL-MIN         PIC S9(7).
               10 RM-OVER-UNDER         PIC S9(7).

       01 SURGEON-TABLE-WS.
           05 SURGEON-COUNT-WS          PIC 9(04)  COMP VALUE ZERO.
           05 SURGEON-ENTRY OCCURS 500 TIMES
                  INDEXED BY SU-IDX.
               10 SU-SURGEON-ID         PIC X(08).
               10 SU-CASES              PIC S9(5).
               10 SU-COMPLETED          PIC S9(5).
               10 SU-CANCELLED          PIC S9(5).
               10 SU-BOOKED-MIN         PIC S9(7).
               10 SU-ACTUAL-MIN         PIC S9(7).
               10 SU-OVER-UNDER         PIC S9(7).

       01 GRAND-TOTALS-WS.
           05 GT-CASES                  PIC S9(7)    VALUE ZERO.
           05 GT-COMPLETED              PIC S9(7)    VALUE ZERO.
           05 GT-CANCELLED              PIC S9(7)    VALUE ZERO.
           05 GT-BOOKED-MIN             PIC S9(9)    VALUE ZERO.
           05 GT-ACTUAL-MIN             PIC S9(9)    VALUE ZERO.
           05 GT-OVER-UNDER             PIC S9(9)    VALUE ZERO.

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
                  VALUE 'Operating Room Utilization'.
           05 FILLER                    PIC X(07)  VALUE 'MONTH: '.
           05 HDG-YEAR                  PIC 9(04).
           05 FILLER                    PIC X(01)  VALUE '/'.
           05 HDG-MONTH                 PIC 9(02).

       01 SECTION-HEADING.
           05 SEC-TITLE                 PIC X(40).

       01 UTIL-COLUMNS.
           05 FILLER                    PIC X(12)  VALUE SPACES.
           05 FILLER                    PIC X(10)  VALUE '   CASES'.
           05 FILLER                    PIC X(10)  VALUE 'COMPLETED'.
           05 FILLER                    PIC X(10)  VALUE 'CANCELLED'.
           05 FILLER                    PIC X(12)  VALUE ' BOOKED MIN'.
           05 FILLER                    PIC X(12)  VALUE ' ACTUAL MIN'.
           05 FILLER                    PIC X(12)  VALUE ' OVER/UNDER'.

       01 UTIL-LINE.
           05 UTL-NAME                  PIC X(10).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 UTL-CASES-O               PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 UTL-COMPLETED-O           PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 UTL-CANCELLED-O           PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 UTL-BOOKED-O              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 UTL-ACTUAL-O              PIC ZZ,ZZZ,ZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 UTL-OVER-UNDER-O          PIC --,---,--9.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-TALLY-CASE UNTIL NO-MORE-CASES.
           PERFORM 700-WRITE-REPORT.
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
           OPEN INPUT SURGCASE
           IF SURGCASE-MISSING
              DISPLAY 'NO SURGICAL CASE FILE - NOTHING TO REPORT'
              MOVE 'Y' TO SURGCASE-EOF-SW
           ELSE
           IF NOT SURGCASE-OK
              DISPLAY 'SURGICAL CASE FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT ORUTLRPT
           IF NOT ORUTLRPT-OK
              DISPLAY 'OR UTILIZATION REPORT PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-YEAR-WS  TO HDG-YEAR.
           MOVE CURR-MONTH-WS TO HDG-MONTH.
           WRITE ORUTLRPT-LINE FROM HEADING-ONE.
           IF NOT NO-MORE-CASES
              PERFORM 150-POSITION-TO-MONTH
           END-IF.
           PERFORM 170-READ-CASE.

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

       150-POSITION-TO-MONTH.
           MOVE MONTH-START-DATE-WS TO SG-SURGERY-DATE.
           MOVE LOW-VALUES          TO SG-OR-ROOM.
           MOVE ZERO                TO SG-SCHED-START.
           START SURGCASE KEY IS NOT LESS THAN SG-CASE-KEY
              INVALID KEY
                 MOVE 'Y' TO SURGCASE-EOF-SW
           END-START.

       170-READ-CASE.
           IF NOT NO-MORE-CASES
              READ SURGCASE NEXT RECORD
                 AT END
                    MOVE 'Y' TO SURGCASE-EOF-SW
              END-READ
           END-IF.
           IF NOT NO-MORE-CASES
              IF SG-SURGERY-DATE > MONTH-END-DATE-WS
                 MOVE 'Y' TO SURGCASE-EOF-SW
              ELSE
                 ADD 1 TO CASES-READ-WS
              END-IF
           END-IF.

      * Each case counts once under its room and once under its
      * surgeon. Over/under is actual less booked on a completed
      * case.
       200-TALLY-CASE.
           PERFORM 300-FIND-ROOM.
           PERFORM 320-FIND-SURGEON.
           IF ROOM-FOUND AND SURGEON-FOUND
              PERFORM 340-ADD-TO-ENTRIES
           END-IF.
           PERFORM 170-READ-CASE.

       300-FIND-ROOM.
           MOVE 'N' TO ROOM-FOUND-SW.
           IF ROOM-COUNT-WS > ZERO
              SET RM-IDX TO 1
              SEARCH ROOM-ENTRY
                 AT END
                    MOVE 'N' TO ROOM-FOUND-SW
                 WHEN RM-OR-ROOM (RM-IDX) = SG-OR-ROOM
                    MOVE 'Y' TO ROOM-FOUND-SW
              END-SEARCH
           END-IF.
           IF NOT ROOM-FOUND
              IF ROOM-COUNT-WS < 100
                 ADD 1 TO ROOM-COUNT-WS
                 SET RM-IDX TO ROOM-COUNT-WS
                 MOVE SG-OR-ROOM TO RM-OR-ROOM (RM-IDX)
                 MOVE ZERO TO RM-CASES (RM-IDX),
                              RM-COMPLETED (RM-IDX),
                              RM-CANCELLED (RM-IDX),
                              RM-BOOKED-MIN (RM-IDX),
                              RM-ACTUAL-MIN (RM-IDX),
                              RM-OVER-UNDER (RM-IDX)
                 MOVE 'Y' TO ROOM-FOUND-SW
              ELSE
                 DISPLAY 'OR ROOM TABLE FULL - CASE SKIPPED: '
                         SG-CASE-KEY
              END-IF
           END-IF.

       320-FIND-SURGEON.
           MOVE 'N' TO SURGEON-FOUND-SW.
           IF SURGEON-COUNT-WS > ZERO
              SET SU-IDX TO 1
              SEARCH SURGEON-ENTRY
                 AT END
                    MOVE 'N' TO SURGEON-FOUND-SW
                 WHEN SU-SURGEON-ID (SU-IDX) = SG-SURGEON-ID
                    MOVE 'Y' TO SURGEON-FOUND-SW
              END-SEARCH
           END-IF.
           IF NOT SURGEON-FOUND
              IF SURGEON-COUNT-WS < 500
                 ADD 1 TO SURGEON-COUNT-WS
                 SET SU-IDX TO SURGEON-COUNT-WS
                 MOVE SG-SURGEON-ID TO SU-SURGEON-ID (SU-IDX)
                 MOVE ZERO TO SU-CASES (SU-IDX),
                              SU-COMPLETED (SU-IDX),
                              SU-CANCELLED (SU-IDX),
                              SU-BOOKED-MIN (SU-IDX),
                              SU-ACTUAL-MIN (SU-IDX),
                              SU-OVER-UNDER (SU-IDX)
                 MOVE 'Y' TO SURGEON-FOUND-SW
              ELSE
                 DISPLAY 'SURGEON TABLE FULL - CASE SKIPPED: '
                         SG-CASE-KEY
              END-IF
           END-IF.

       340-ADD-TO-ENTRIES.
           IF SG-CANCELLED
              ADD 1 TO RM-CANCELLED (RM-IDX), SU-CANCELLED (SU-IDX)
           ELSE
              ADD 1 TO RM-CASES (RM-IDX), SU-CASES (SU-IDX)
              ADD SG-SCHED-MINUTES TO RM-BOOKED-MIN (RM-IDX),
                                      SU-BOOKED-MIN (SU-IDX)
              IF SG-COMPLETED
                 COMPUTE OVER-UNDER-WS =
                    SG-ACTUAL-MINUTES - SG-SCHED-MINUTES
                 ADD 1 TO RM-COMPLETED (RM-IDX), SU-COMPLETED (SU-IDX)
                 ADD SG-ACTUAL-MINUTES TO RM-ACTUAL-MIN (RM-IDX),
                                          SU-ACTUAL-MIN (SU-IDX)
                 ADD OVER-UNDER-WS TO RM-OVER-UNDER (RM-IDX),
                                      SU-OVER-UNDER (SU-IDX)
              END-IF
           END-IF.

       700-WRITE-REPORT.
           MOVE SPACES TO ORUTLRPT-LINE.
           WRITE ORUTLRPT-LINE.
           MOVE 'BY OR ROOM' TO SEC-TITLE.
           WRITE ORUTLRPT-LINE FROM SECTION-HEADING.
           WRITE ORUTLRPT-LINE FROM UTIL-COLUMNS.
           PERFORM 720-WRITE-ONE-ROOM
              VARYING RM-IDX FROM 1 BY 1
              UNTIL RM-IDX > ROOM-COUNT-WS.
           MOVE SPACES TO ORUTLRPT-LINE.
           WRITE ORUTLRPT-LINE.
           MOVE 'ALL ROOMS'     TO UTL-NAME.
           MOVE GT-CASES        TO UTL-CASES-O.
           MOVE GT-COMPLETED    TO UTL-COMPLETED-O.
           MOVE GT-CANCELLED    TO UTL-CANCELLED-O.
           MOVE GT-BOOKED-MIN   TO UTL-BOOKED-O.
           MOVE GT-ACTUAL-MIN   TO UTL-ACTUAL-O.
           MOVE GT-OVER-UNDER   TO UTL-OVER-UNDER-O.
           WRITE ORUTLRPT-LINE FROM UTIL-LINE.
           MOVE SPACES TO ORUTLRPT-LINE.
           WRITE ORUTLRPT-LINE.
           MOVE 'BY SURGEON' TO SEC-TITLE.
           WRITE ORUTLRPT-LINE FROM SECTION-HEADING.
           WRITE ORUTLRPT-LINE FROM UTIL-COLUMNS.
           PERFORM 740-WRITE-ONE-SURGEON
              VARYING SU-IDX FROM 1 BY 1
              UNTIL SU-IDX > SURGEON-COUNT-WS.

       720-WRITE-ONE-ROOM.
           MOVE RM-OR-ROOM (RM-IDX)    TO UTL-NAME.
           MOVE RM-CASES (RM-IDX)      TO UTL-CASES-O.
           MOVE RM-COMPLETED (RM-IDX)  TO UTL-COMPLETED-O.
           MOVE RM-CANCELLED (RM-IDX)  TO UTL-CANCELLED-O.
           MOVE RM-BOOKED-MIN (RM-IDX) TO UTL-BOOKED-O.
           MOVE RM-ACTUAL-MIN (RM-IDX) TO UTL-ACTUAL-O.
           MOVE RM-OVER-UNDER (RM-IDX) TO UTL-OVER-UNDER-O.
           WRITE ORUTLRPT-LINE FROM UTIL-LINE.
           ADD RM-CASES (RM-IDX)       TO GT-CASES.
           ADD RM-COMPLETED (RM-IDX)   TO GT-COMPLETED.
           ADD RM-CANCELLED (RM-IDX)   TO GT-CANCELLED.
           ADD RM-BOOKED-MIN (RM-IDX)  TO GT-BOOKED-MIN.
           ADD RM-ACTUAL-MIN (RM-IDX)  TO GT-ACTUAL-MIN.
           ADD RM-OVER-UNDER (RM-IDX)  TO GT-OVER-UNDER.

       740-WRITE-ONE-SURGEON.
           MOVE SU-SURGEON-ID (SU-IDX) TO UTL-NAME.
           MOVE SU-CASES (SU-IDX)      TO UTL-CASES-O.
           MOVE SU-COMPLETED (SU-IDX)  TO UTL-COMPLETED-O.
           MOVE SU-CANCELLED (SU-IDX)  TO UTL-CANCELLED-O.
           MOVE SU-BOOKED-MIN (SU-IDX) TO UTL-BOOKED-O.
           MOVE SU-ACTUAL-MIN (SU-IDX) TO UTL-ACTUAL-O.
           MOVE SU-OVER-UNDER (SU-IDX) TO UTL-OVER-UNDER-O.
           WRITE ORUTLRPT-LINE FROM UTIL-LINE.

       900-WRAP-UP.
           DISPLAY 'OR CASES READ: ' CASES-READ-WS.
           IF NOT SURGCASE-MISSING
              CLOSE SURGCASE
           END-IF.
           CLOSE ORUTLRPT.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE SURGCASE, ORUTLRPT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
