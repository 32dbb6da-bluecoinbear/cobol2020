      * schedule file carries the snapshot on-hand the count entry
      * run measures variances against, and the printed count
      * sheets go to the counters. Honors the RUNPARM business
      * date. A part due for counting is counted location by
      * location: one schedule record and count-sheet line for
      * every bin the location stock file shows holding it, with
      * that bin's on-hand as the snapshot. A part with nothing on
      * the location stock file is counted at the main warehouse
      * against its total on-hand.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IP-PART-NUMBER
                  FILE STATUS IS INVPARTS-STATUS.
           SELECT INVLOC    ASSIGN TO INVLOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IL-KEY
                  FILE STATUS IS INVLOC-STATUS.
           SELECT CNTSCHED  ASSIGN TO CNTSCHED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CNTSCHED-ST.
           RECORD CONTAINS 80 CHARACTERS.
           COPY INVPARTS.

       FD  INVLOC
           RECORD CONTAINS 80 CHARACTERS.
           COPY INVLOC.

      * One schedule record per part and bin due for counting this
      * cycle, with the snapshot on-hand the variance will measure
      * from.
       FD  CNTSCHED
           RECORD CONTAINS 60 CHARACTERS.
       01  CNTSCHED-REC.
           05 CS-VALUE-CLASS                    PIC X(01).
           05 CS-SNAPSHOT-QTY                   PIC S9(7).
           05 CS-SCHEDULE-DATE                  PIC 9(08).
           05 CS-LOCATION                       PIC X(04).
           05 CS-BIN                            PIC X(06).
           05 FILLER                            PIC X(11).

       FD  CNTSHEET
           RECORD CONTAINS 80 CHARACTERS.
               88 NO-MORE-PARTS                            VALUE 'N'.
           05 PART-DUE-SW                       PIC X(01)  VALUE 'N'.
               88 PART-DUE                                 VALUE 'Y'.
           05 LOCATION-EOF-SW                   PIC X(01)  VALUE 'N'.
               88 NO-MORE-LOCATIONS                        VALUE 'Y'.
           05 INVLOC-AVAILABLE-SW               PIC X(01)  VALUE 'N'.
               88 INVLOC-AVAILABLE                         VALUE 'Y'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

           05 INVPARTS-STATUS                   PIC X(02).
               88 INVPARTS-OK                              VALUE '00'.
               88 INVPARTS-MISSING                         VALUE '35'.
           05 INVLOC-STATUS                     PIC X(02).
               88 INVLOC-OK                                VALUE '00'.
           05 CNTSCHED-ST                       PIC X(02).
               88 CNTSCHED-OK                              VALUE '00'.
           05 CNTSHEET-ST                       PIC X(02).
       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 PARTS-READ                        PIC 9(07)  VALUE ZERO.
           05 PARTS-SCHEDULED                   PIC 9(07)  VALUE ZERO.
           05 BINS-SCHEDULED                    PIC 9(07)  VALUE ZERO.
           05 PART-BINS-WS                      PIC 9(05)  VALUE ZERO.

      * Value-class thresholds on the on-hand count.
       77  CLASS-A-THRESHOLD-WS                 PIC 9(07)  VALUE 1000.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(07) VALUE 'CLASS: '.
           05 SH-CLASS-O                        PIC X(01).
           05 FILLER                     PIC X(07) VALUE '  LOC: '.
           05 SH-LOCATION-O                     PIC X(04).
           05 FILLER                            PIC X(01) VALUE SPACE.
           05 SH-BIN-O                          PIC X(06).
           05 FILLER                            PIC X(17)
                  VALUE '  COUNTED QTY: __'.
           05 FILLER                            PIC X(10)
           EXIT.

       400-SCHEDULE-PART.
           MOVE ZERO TO PART-BINS-WS.
           IF INVLOC-AVAILABLE
               MOVE 'N' TO LOCATION-EOF-SW
               MOVE IP-PART-NUMBER TO IL-PART-NUMBER
               MOVE LOW-VALUES TO IL-LOCATION, IL-BIN
               START INVLOC KEY IS NOT LESS THAN IL-KEY
                   INVALID KEY MOVE 'Y' TO LOCATION-EOF-SW
               END-START
               PERFORM 420-SCHEDULE-ONE-BIN THRU 420-EXIT
                   UNTIL NO-MORE-LOCATIONS.
           IF PART-BINS-WS = ZERO
               MOVE 'MAIN' TO CS-LOCATION
               MOVE SPACES TO CS-BIN
               MOVE IP-ON-HAND TO CS-SNAPSHOT-QTY
               PERFORM 440-WRITE-SCHEDULE THRU 440-EXIT.
           ADD +1 TO PARTS-SCHEDULED.
       400-EXIT.
           EXIT.

      * An empty bin - nothing on hand and nothing on the way -
      * is not counted.
       420-SCHEDULE-ONE-BIN.
           READ INVLOC NEXT RECORD
               AT END MOVE 'Y' TO LOCATION-EOF-SW
               GO TO 420-EXIT
           END-READ.
           IF IL-PART-NUMBER NOT = IP-PART-NUMBER
               MOVE 'Y' TO LOCATION-EOF-SW
               GO TO 420-EXIT.
           IF IL-ON-HAND = ZERO AND IL-IN-TRANSIT = ZERO
               GO TO 420-EXIT.
           MOVE IL-LOCATION TO CS-LOCATION.
           MOVE IL-BIN TO CS-BIN.
           MOVE IL-ON-HAND TO CS-SNAPSHOT-QTY.
           PERFORM 440-WRITE-SCHEDULE THRU 440-EXIT.
       420-EXIT.
           EXIT.

       440-WRITE-SCHEDULE.
           MOVE IP-PART-NUMBER TO CS-PART-NUMBER.
           MOVE IP-VALUE-CLASS TO CS-VALUE-CLASS.
           MOVE CURR-DATE-WS TO CS-SCHEDULE-DATE.
           MOVE SPACES TO CNTSCHED-REC (50:11).
           WRITE CNTSCHED-REC.
           MOVE IP-PART-NUMBER TO SH-PART-NUMBER.
           MOVE IP-VALUE-CLASS TO SH-CLASS-O.
           MOVE CS-LOCATION TO SH-LOCATION-O.
           MOVE CS-BIN TO SH-BIN-O.
           WRITE CNTSHEET-REC FROM SHEET-DETAIL-LINE.
           ADD +1 TO PART-BINS-WS, BINS-SCHEDULED.
       440-EXIT.
           EXIT.

       800-OPEN-FILES.
           IF INVPARTS-MISSING
               DISPLAY "NO PARTS INVENTORY - NOTHING TO SCHEDULE"
               MOVE 'N' TO MORE-PARTS-SW.
           OPEN INPUT INVLOC.
           IF INVLOC-OK
               MOVE 'Y' TO INVLOC-AVAILABLE-SW
           ELSE
               DISPLAY "NO LOCATION STOCK FILE - PARTS COUNTED AT MAIN".
           OPEN OUTPUT CNTSCHED.
           OPEN OUTPUT CNTSHEET.
       800-EXIT.
       850-CLOSE-FILES.
           IF NOT INVPARTS-MISSING
               CLOSE INVPARTS.
           IF INVLOC-AVAILABLE
               CLOSE INVLOC.
           CLOSE CNTSCHED, CNTSHEET.
       850-EXIT.
           EXIT.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "PARTS READ:      " PARTS-READ.
           DISPLAY "PARTS SCHEDULED: " PARTS-SCHEDULED.
           DISPLAY "BINS SCHEDULED:  " BINS-SCHEDULED.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.
