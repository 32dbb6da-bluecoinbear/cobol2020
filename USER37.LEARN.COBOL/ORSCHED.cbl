       IDENTIFICATION DIVISION.
       PROGRAM-ID.      ORSCHED.
      * Daily operating room schedule from the surgical case file,
      * for the OR desk and the wards in place of the whiteboard.
      * Every case booked for the business date, room by room in
      * start-time order: scheduled start and end, patient and
      * name, procedure, surgeon and where the case stands - with
      * the actual in and out times once SURGSCHD has them. Each
      * room closes with its case count and booked minutes; a
      * cancelled case is listed but not counted. The business date
      * comes from RUNPARM, so tomorrow's list can be run tonight
      * by pointing it at tomorrow's date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURGCASE
             ASSIGN TO SURGCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-CASE-KEY
               FILE STATUS IS SURGCASE-ST.
           SELECT PATPERSN
             ASSIGN TO PATPERSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PATPERSN-KEY
               FILE STATUS IS PATPERSN-ST.
           SELECT ORSCHRPT
             ASSIGN TO ORSCHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ORSCHRPT-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  SURGCASE
           RECORD CONTAINS 80 CHARACTERS.
           COPY SURGCASE.

       FD  PATPERSN
           RECORD CONTAINS 160 CHARACTERS.
           COPY PATPERSN.

       FD  ORSCHRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 ORSCHRPT-LINE               PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 SURGCASE-ST               PIC X(2).
               88 SURGCASE-OK                      VALUE '00'.
               88 SURGCASE-MISSING                 VALUE '35'.
           05 PATPERSN-ST               PIC X(2).
               88 PATPERSN-OK                      VALUE '00'.
               88 PATPERSN-REC-FOUND               VALUE '00'.
           05 ORSCHRPT-ST               PIC X(2).
               88 ORSCHRPT-OK                      VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 SURGCASE-EOF-SW           PIC X(1)   VALUE 'N'.
               88 NO-MORE-CASES                    VALUE 'Y'.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 ROOM-CASES-WS             PIC S9(5)    VALUE ZERO.
           05 ROOM-MINUTES-WS           PIC S9(7)    VALUE ZERO.
           05 TOTAL-CASES-WS            PIC S9(5)    VALUE ZERO.
           05 TOTAL-MINUTES-WS          PIC S9(7)    VALUE ZERO.
           05 CANCELLED-WS              PIC S9(5)    VALUE ZERO.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).

       01 ROOM-BREAK-WS.
           05 PREV-ROOM-WS              PIC X(04)  VALUE SPACES.

      * Scheduled end worked from the start and the booked minutes.
       01 TIME-WORK-WS.
           05 END-MINUTES-WS            PIC 9(05).
           05 END-HH-WS                 PIC 9(02).
           05 END-MM-WS                 PIC 9(02).
           05 START-HHMM-WS             PIC 9(04).
           05 START-HHMM-X REDEFINES START-HHMM-WS.
               10 START-HH-WS           PIC 9(02).
               10 START-MM-WS           PIC 9(02).

       01 HEADING-ONE.
           05 HDG-RUN-DATE              PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(32)
                  VALUE 'Operating Room Daily Schedule'.
           05 FILLER                    PIC X(15)
                  VALUE 'SURGERY DATE: '.
           05 HDG-SURGERY-DATE          PIC XXXX/XX/XX.

       01 COLUMN-HEADING.
           05 FILLER                    PIC X(06)  VALUE 'ROOM'.
           05 FILLER                    PIC X(07)  VALUE 'START'.
           05 FILLER                    PIC X(07)  VALUE 'END'.
           05 FILLER                    PIC X(06)  VALUE ' MIN'.
           05 FILLER                    PIC X(11)  VALUE 'PATIENT'.
           05 FILLER                    PIC X(32)  VALUE 'NAME'.
           05 FILLER                    PIC X(08)  VALUE 'PROC'.
           05 FILLER                    PIC X(10)  VALUE 'SURGEON'.
           05 FILLER                    PIC X(11)  VALUE 'STATUS'.
           05 FILLER                    PIC X(14)
                  VALUE 'ACTUAL IN/OUT'.
           05 FILLER                    PIC X(06)  VALUE '   MIN'.

       01 DETAIL-LINE.
           05 DTL-OR-ROOM               PIC X(04).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DTL-START-HH              PIC 9(02).
           05 FILLER                    PIC X(01)  VALUE ':'.
           05 DTL-START-MM              PIC 9(02).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DTL-END-HH                PIC 9(02).
           05 FILLER                    PIC X(01)  VALUE ':'.
           05 DTL-END-MM                PIC 9(02).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DTL-SCHED-MIN             PIC ZZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DTL-PATIENT-ID            PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DTL-PATIENT-NAME          PIC X(30).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DTL-PROCEDURE             PIC X(06).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DTL-SURGEON               PIC X(08).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DTL-STATUS                PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DTL-ACTUAL-IN             PIC X(04).
           05 FILLER                    PIC X(01)  VALUE SPACE.
           05 DTL-ACTUAL-OUT            PIC X(04).
           05 FILLER                    PIC X(07)  VALUE SPACES.
           05 DTL-ACTUAL-MIN            PIC ZZZ9 BLANK WHEN ZERO.

       01 ROOM-TOTAL-LINE.
           05 FILLER                    PIC X(06)  VALUE SPACES.
           05 FILLER                    PIC X(10)  VALUE 'ROOM TOTAL'.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RT-OR-ROOM                PIC X(04).
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 FILLER                    PIC X(07)  VALUE 'CASES: '.
           05 RT-CASES-O                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 FILLER                    PIC X(16)
                  VALUE 'BOOKED MINUTES: '.
           05 RT-MINUTES-O              PIC ZZZ,ZZ9.

       01 GRAND-TOTAL-LINE.
           05 FILLER                    PIC X(06)  VALUE SPACES.
           05 FILLER                    PIC X(15)
                  VALUE 'ALL ROOMS'.
           05 FILLER                    PIC X(04)  VALUE SPACES.
           05 FILLER                    PIC X(07)  VALUE 'CASES: '.
           05 GT-CASES-O                PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 FILLER                    PIC X(16)
                  VALUE 'BOOKED MINUTES: '.
           05 GT-MINUTES-O              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 FILLER                    PIC X(11)  VALUE 'CANCELLED: '.
           05 GT-CANCELLED-O            PIC ZZ,ZZ9.

       01 NO-CASES-LINE.
           05 FILLER                    PIC X(40)
                  VALUE 'NO CASES BOOKED FOR THIS DATE'.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PRINT-ONE-CASE UNTIL NO-MORE-CASES.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           MOVE CURR-DATE-WS TO HDG-RUN-DATE.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           OPEN INPUT SURGCASE
           IF SURGCASE-MISSING
              DISPLAY 'NO SURGICAL CASE FILE - NOTHING TO SCHEDULE'
              MOVE 'Y' TO SURGCASE-EOF-SW
           ELSE
           IF NOT SURGCASE-OK
              DISPLAY 'SURGICAL CASE FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT PATPERSN
           IF NOT PATPERSN-OK
              DISPLAY 'PATIENT PERSONAL FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT ORSCHRPT
           IF NOT ORSCHRPT-OK
              DISPLAY 'OR SCHEDULE REPORT PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS TO HDG-SURGERY-DATE.
           WRITE ORSCHRPT-LINE FROM HEADING-ONE.
           MOVE SPACES TO ORSCHRPT-LINE.
           WRITE ORSCHRPT-LINE.
           WRITE ORSCHRPT-LINE FROM COLUMN-HEADING.
           IF NOT NO-MORE-CASES
              PERFORM 150-POSITION-TO-DATE
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

       150-POSITION-TO-DATE.
           MOVE CURR-DATE-WS TO SG-SURGERY-DATE.
           MOVE LOW-VALUES   TO SG-OR-ROOM.
           MOVE ZERO         TO SG-SCHED-START.
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
              IF SG-SURGERY-DATE NOT = CURR-DATE-WS
                 MOVE 'Y' TO SURGCASE-EOF-SW
              END-IF
           END-IF.

       200-PRINT-ONE-CASE.
           IF SG-OR-ROOM NOT = PREV-ROOM-WS
              IF PREV-ROOM-WS NOT = SPACES
                 PERFORM 720-WRITE-ROOM-TOTAL
              END-IF
              MOVE SG-OR-ROOM TO PREV-ROOM-WS
              MOVE SPACES TO ORSCHRPT-LINE
              WRITE ORSCHRPT-LINE
           END-IF.
           MOVE SPACES TO DTL-PATIENT-NAME, DTL-ACTUAL-IN,
                          DTL-ACTUAL-OUT.
           MOVE ZERO   TO DTL-ACTUAL-MIN.
           MOVE SG-OR-ROOM        TO DTL-OR-ROOM.
           MOVE SG-SCHED-START    TO START-HHMM-WS.
           MOVE START-HH-WS       TO DTL-START-HH.
           MOVE START-MM-WS       TO DTL-START-MM.
           COMPUTE END-MINUTES-WS =
              START-HH-WS * 60 + START-MM-WS + SG-SCHED-MINUTES.
           DIVIDE END-MINUTES-WS BY 60
              GIVING END-HH-WS
              REMAINDER END-MM-WS.
           IF END-HH-WS > 23
              SUBTRACT 24 FROM END-HH-WS
           END-IF.
           MOVE END-HH-WS         TO DTL-END-HH.
           MOVE END-MM-WS         TO DTL-END-MM.
           MOVE SG-SCHED-MINUTES  TO DTL-SCHED-MIN.
           MOVE SG-PATIENT-ID     TO DTL-PATIENT-ID.
           MOVE SG-PATIENT-ID     TO PATPERSN-KEY.
           READ PATPERSN.
           IF PATPERSN-REC-FOUND
              STRING PATPERSN-LAST-NAME  DELIMITED BY '  '
                     ', '                DELIMITED BY SIZE
                     PATPERSN-FIRST-NAME DELIMITED BY SIZE
                  INTO DTL-PATIENT-NAME
              END-STRING
           ELSE
              MOVE 'NAME NOT ON FILE' TO DTL-PATIENT-NAME
           END-IF.
           MOVE SG-PROCEDURE-CODE TO DTL-PROCEDURE.
           MOVE SG-SURGEON-ID     TO DTL-SURGEON.
           EVALUATE TRUE
              WHEN SG-CANCELLED
                 MOVE 'CANCELLED' TO DTL-STATUS
                 ADD 1 TO CANCELLED-WS
              WHEN SG-COMPLETED
                 MOVE 'COMPLETED' TO DTL-STATUS
                 MOVE SG-ACTUAL-IN      TO DTL-ACTUAL-IN
                 MOVE SG-ACTUAL-OUT     TO DTL-ACTUAL-OUT
                 MOVE SG-ACTUAL-MINUTES TO DTL-ACTUAL-MIN
              WHEN OTHER
                 MOVE 'SCHEDULED' TO DTL-STATUS
           END-EVALUATE.
           IF NOT SG-CANCELLED
              ADD 1                TO ROOM-CASES-WS
              ADD SG-SCHED-MINUTES TO ROOM-MINUTES-WS
           END-IF.
           WRITE ORSCHRPT-LINE FROM DETAIL-LINE.
           PERFORM 170-READ-CASE.

       700-WRITE-TOTALS.
           IF PREV-ROOM-WS = SPACES
              MOVE SPACES TO ORSCHRPT-LINE
              WRITE ORSCHRPT-LINE
              WRITE ORSCHRPT-LINE FROM NO-CASES-LINE
           ELSE
              PERFORM 720-WRITE-ROOM-TOTAL
           END-IF.
           MOVE SPACES TO ORSCHRPT-LINE.
           WRITE ORSCHRPT-LINE.
           MOVE TOTAL-CASES-WS   TO GT-CASES-O.
           MOVE TOTAL-MINUTES-WS TO GT-MINUTES-O.
           MOVE CANCELLED-WS     TO GT-CANCELLED-O.
           WRITE ORSCHRPT-LINE FROM GRAND-TOTAL-LINE.

       720-WRITE-ROOM-TOTAL.
           MOVE PREV-ROOM-WS    TO RT-OR-ROOM.
           MOVE ROOM-CASES-WS   TO RT-CASES-O.
           MOVE ROOM-MINUTES-WS TO RT-MINUTES-O.
           WRITE ORSCHRPT-LINE FROM ROOM-TOTAL-LINE.
           ADD ROOM-CASES-WS    TO TOTAL-CASES-WS.
           ADD ROOM-MINUTES-WS  TO TOTAL-MINUTES-WS.
           MOVE ZERO TO ROOM-CASES-WS, ROOM-MINUTES-WS.

       900-WRAP-UP.
           DISPLAY 'OR CASES LISTED: ' TOTAL-CASES-WS.
           IF NOT SURGCASE-MISSING
              CLOSE SURGCASE
           END-IF.
           CLOSE PATPERSN, ORSCHRPT.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE SURGCASE, PATPERSN, ORSCHRPT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
