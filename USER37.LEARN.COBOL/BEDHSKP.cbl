       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BEDHSKP.
      * Housekeeping bed-turnover entry. Environmental services
      * records the cleaning of each vacated bed: a start transaction
      * moves a dirty bed to cleaning, a finish transaction releases
      * it as clean and available, and a bed can be blocked out of
      * service and unblocked again. HOSPDISC and HOSPXFER leave the
      * vacated bed dirty on BEDSTAT; HOSPADMT, BEDRESRV and HOSPXFER
      * only place a patient in a bed this program has released.
      * Each finished bed appends a turnaround record to BEDTURN -
      * minutes from vacated to cleaning start, cleaning start to
      * ready, and vacated to ready - for the BEDTRPT report. Every
      * action prints on the housekeeping register.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HSKPTRAN  ASSIGN TO HSKPTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS HSKPTRAN-ST.
           SELECT BEDSTAT   ASSIGN TO BEDSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BS-BED-KEY
                  FILE STATUS IS BEDSTAT-STATUS.
           SELECT BEDTURN   ASSIGN TO BEDTURN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BEDTURN-ST.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
      * Event date and time default to the run date and time when
      * the floor does not key them.
       FD  HSKPTRAN
           RECORD CONTAINS 80 CHARACTERS.
       01  HSKPTRAN-REC.
           05 HT-TRANS-CODE                     PIC X(01).
               88 HT-START-CLEANING                         VALUE 'S'.
               88 HT-FINISH-CLEANING                        VALUE 'F'.
               88 HT-BLOCK-BED                              VALUE 'B'.
               88 HT-UNBLOCK-BED                            VALUE 'U'.
           05 HT-WARD-ID                        PIC X(04).
           05 HT-ROOM-ID                        PIC X(04).
           05 HT-BED-ID                         PIC X(04).
           05 HT-EVENT-DATE                     PIC 9(08).
           05 HT-EVENT-TIME                     PIC 9(04).
           05 HT-BLOCK-REASON                   PIC X(20).
           05 FILLER                            PIC X(35).

       FD  BEDSTAT
           RECORD CONTAINS 100 CHARACTERS.
           COPY BEDSTAT.

       FD  BEDTURN
           RECORD CONTAINS 80 CHARACTERS.
           COPY BEDTURN.

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.

       01  FILE-STATUS-WS.
           05 HSKPTRAN-ST                       PIC X(02).
               88 HSKPTRAN-OK                              VALUE '00'.
           05 BEDSTAT-STATUS                    PIC X(02).
               88 BEDSTAT-FOUND                            VALUE '00'.
               88 BEDSTAT-MISSING                          VALUE '35'.
           05 BEDTURN-ST                        PIC X(02).
               88 BEDTURN-OK                               VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-STARTED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-FINISHED                    PIC 9(07)  VALUE ZERO.
           05 TRANS-BLOCK-ACTIONS               PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.

      * Run date and time, and the event stamp of the transaction
      * in hand once its defaults are applied.
       01  EVENT-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08)  VALUE ZERO.
           05 CURR-TIME-WS                      PIC 9(04)  VALUE ZERO.
           05 EVENT-DATE-WS                     PIC 9(08)  VALUE ZERO.
           05 EVENT-TIME-WS                     PIC 9(04)  VALUE ZERO.

      * Elapsed-minutes work area: the caller loads the two date and
      * HHMM time stamps and 700-ELAPSED-MINUTES returns the minutes
      * between them.
       01  ELAPSED-FIELDS-WS.
           05 FROM-DATE-WS                      PIC 9(08).
           05 FROM-TIME-WS                      PIC 9(04).
           05 FROM-TIME-PARTS REDEFINES FROM-TIME-WS.
               10 FROM-HH-WS                    PIC 9(02).
               10 FROM-MM-WS                    PIC 9(02).
           05 TO-DATE-WS                        PIC 9(08).
           05 TO-TIME-WS                        PIC 9(04).
           05 TO-TIME-PARTS REDEFINES TO-TIME-WS.
               10 TO-HH-WS                      PIC 9(02).
               10 TO-MM-WS                      PIC 9(02).
           05 ELAPSED-MINUTES-WS                PIC S9(07) COMP-3.
           05 CLEAN-START-DATE-WS               PIC 9(08).
           05 CLEAN-START-TIME-WS               PIC 9(04).
           05 WAIT-MINUTES-WS                   PIC 9(06).
           05 CLEAN-MINUTES-WS                  PIC 9(06).

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  HSKP-REGISTER-HEADING.
           05 FILLER                            PIC X(29)
                  VALUE 'BED HOUSEKEEPING REGISTER    '.
           05 HH-DATE                           PIC 9(08).

       01  HSKP-REGISTER-LINE.
           05 RG-WARD-ID                        PIC X(04).
           05 FILLER                            PIC X(01) VALUE '/'.
           05 RG-ROOM-ID                        PIC X(04).
           05 FILLER                            PIC X(01) VALUE '/'.
           05 RG-BED-ID                         PIC X(04).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RG-EVENT-DATE                     PIC 9(08).
           05 FILLER                            PIC X(01) VALUE SPACES.
           05 RG-EVENT-TIME                     PIC 9(04).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RG-DISPOSITION                    PIC X(16).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RG-TURN-MINUTES                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RG-BLOCK-REASON                   PIC X(20).

       01  HSKP-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-WARD-ID                        PIC X(04).
           05 FILLER                            PIC X(01) VALUE '/'.
           05 RJ-BED-ID                         PIC X(04).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(35).

       01  HSKP-SUMMARY-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'TRANS READ: '.
           05 PS-TRANS-READ-O                   PIC ZZ,ZZ9.
           05 FILLER                            PIC X(11)
                  VALUE '  STARTED: '.
           05 PS-STARTED-O                      PIC ZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  FINISHED: '.
           05 PS-FINISHED-O                     PIC ZZ,ZZ9.
           05 FILLER                            PIC X(11)
                  VALUE '  BLK/UNB: '.
           05 PS-BLOCKED-O                      PIC ZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  REJECTED: '.
           05 PS-REJECTED-O                     PIC ZZ,ZZ9.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAINLINE
               UNTIL NO-MORE-TRANS.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           PERFORM 800-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           MOVE FUNCTION CURRENT-DATE (9:4) TO CURR-TIME-WS.
           MOVE CURR-DATE-WS TO HH-DATE.
           WRITE SYSOUT-REC FROM HSKP-REGISTER-HEADING.
           PERFORM 900-READ-HSKPTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY HOUSEKEEPING TRANS FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-SET-EVENT-STAMP THRU 200-EXIT.
           EVALUATE TRUE
               WHEN HT-START-CLEANING
                   PERFORM 300-START-CLEANING THRU 300-EXIT
               WHEN HT-FINISH-CLEANING
                   PERFORM 400-FINISH-CLEANING THRU 400-EXIT
               WHEN HT-BLOCK-BED
                   PERFORM 500-BLOCK-BED THRU 500-EXIT
               WHEN HT-UNBLOCK-BED
                   PERFORM 550-UNBLOCK-BED THRU 550-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 650-WRITE-REJECT THRU 650-EXIT
           END-EVALUATE.
           PERFORM 900-READ-HSKPTRAN THRU 900-EXIT.

       200-SET-EVENT-STAMP.
           MOVE "200-SET-EVENT-STAMP" TO PARA-NAME.
           IF HT-EVENT-DATE NUMERIC
              AND HT-EVENT-DATE NOT = ZERO
               MOVE HT-EVENT-DATE TO EVENT-DATE-WS
           ELSE
               MOVE CURR-DATE-WS  TO EVENT-DATE-WS.
           IF HT-EVENT-TIME NUMERIC
              AND HT-EVENT-TIME NOT = ZERO
               MOVE HT-EVENT-TIME TO EVENT-TIME-WS
           ELSE
               MOVE CURR-TIME-WS  TO EVENT-TIME-WS.
       200-EXIT.
           EXIT.

      * Only a dirty bed can go into cleaning, and not before the
      * patient left it.
       300-START-CLEANING.
           MOVE "300-START-CLEANING" TO PARA-NAME.
           MOVE HT-WARD-ID TO BS-WARD-ID.
           MOVE HT-BED-ID  TO BS-BED-ID.
           READ BEDSTAT.
           IF NOT BEDSTAT-FOUND
              OR NOT BS-DIRTY
               MOVE 'BED NOT WAITING TO BE CLEANED' TO RJ-REASON
               PERFORM 650-WRITE-REJECT THRU 650-EXIT
               GO TO 300-EXIT.
           MOVE BS-VACATED-DATE TO FROM-DATE-WS.
           MOVE BS-VACATED-TIME TO FROM-TIME-WS.
           MOVE EVENT-DATE-WS   TO TO-DATE-WS.
           MOVE EVENT-TIME-WS   TO TO-TIME-WS.
           PERFORM 700-ELAPSED-MINUTES THRU 700-EXIT.
           IF ELAPSED-MINUTES-WS < ZERO
               MOVE 'START IS BEFORE BED WAS VACATED' TO RJ-REASON
               PERFORM 650-WRITE-REJECT THRU 650-EXIT
               GO TO 300-EXIT.
           IF BS-ROOM-ID = SPACES
               MOVE HT-ROOM-ID TO BS-ROOM-ID.
           MOVE 'C'           TO BS-STATUS.
           MOVE EVENT-DATE-WS TO BS-CLEAN-START-DATE.
           MOVE EVENT-TIME-WS TO BS-CLEAN-START-TIME.
           MOVE EVENT-DATE-WS TO BS-STATUS-DATE.
           REWRITE BS-BED-STATUS-REC.
           MOVE 'CLEANING STARTED' TO RG-DISPOSITION.
           MOVE ZERO TO RG-TURN-MINUTES.
           MOVE SPACES TO RG-BLOCK-REASON.
           PERFORM 600-WRITE-REGISTER THRU 600-EXIT.
           ADD +1 TO TRANS-STARTED.
       300-EXIT.
           EXIT.

      * A bed finished straight from dirty had no separate start
      * logged; its cleaning is taken to have started on finish.
       400-FINISH-CLEANING.
           MOVE "400-FINISH-CLEANING" TO PARA-NAME.
           MOVE HT-WARD-ID TO BS-WARD-ID.
           MOVE HT-BED-ID  TO BS-BED-ID.
           READ BEDSTAT.
           IF NOT BEDSTAT-FOUND
              OR NOT (BS-DIRTY OR BS-CLEANING)
               MOVE 'BED NOT DIRTY OR BEING CLEANED' TO RJ-REASON
               PERFORM 650-WRITE-REJECT THRU 650-EXIT
               GO TO 400-EXIT.
           IF BS-CLEANING
               MOVE BS-CLEAN-START-DATE TO CLEAN-START-DATE-WS
               MOVE BS-CLEAN-START-TIME TO CLEAN-START-TIME-WS
           ELSE
               MOVE EVENT-DATE-WS       TO CLEAN-START-DATE-WS
               MOVE EVENT-TIME-WS       TO CLEAN-START-TIME-WS.
           MOVE CLEAN-START-DATE-WS TO FROM-DATE-WS.
           MOVE CLEAN-START-TIME-WS TO FROM-TIME-WS.
           MOVE EVENT-DATE-WS       TO TO-DATE-WS.
           MOVE EVENT-TIME-WS       TO TO-TIME-WS.
           PERFORM 700-ELAPSED-MINUTES THRU 700-EXIT.
           IF ELAPSED-MINUTES-WS < ZERO
               MOVE 'FINISH IS BEFORE CLEANING START' TO RJ-REASON
               PERFORM 650-WRITE-REJECT THRU 650-EXIT
               GO TO 400-EXIT.
           MOVE ELAPSED-MINUTES-WS TO CLEAN-MINUTES-WS.

           MOVE BS-VACATED-DATE     TO FROM-DATE-WS.
           MOVE BS-VACATED-TIME     TO FROM-TIME-WS.
           MOVE CLEAN-START-DATE-WS TO TO-DATE-WS.
           MOVE CLEAN-START-TIME-WS TO TO-TIME-WS.
           PERFORM 700-ELAPSED-MINUTES THRU 700-EXIT.
           IF ELAPSED-MINUTES-WS < ZERO
               MOVE 'FINISH IS BEFORE BED WAS VACATED' TO RJ-REASON
               PERFORM 650-WRITE-REJECT THRU 650-EXIT
               GO TO 400-EXIT.
           MOVE ELAPSED-MINUTES-WS TO WAIT-MINUTES-WS.

           IF BS-ROOM-ID = SPACES
               MOVE HT-ROOM-ID TO BS-ROOM-ID.
           MOVE 'A'                 TO BS-STATUS.
           MOVE CLEAN-START-DATE-WS TO BS-CLEAN-START-DATE.
           MOVE CLEAN-START-TIME-WS TO BS-CLEAN-START-TIME.
           MOVE EVENT-DATE-WS       TO BS-READY-DATE.
           MOVE EVENT-TIME-WS       TO BS-READY-TIME.
           MOVE EVENT-DATE-WS       TO BS-STATUS-DATE.
           REWRITE BS-BED-STATUS-REC.
           PERFORM 450-WRITE-TURNAROUND THRU 450-EXIT.
           MOVE 'READY'         TO RG-DISPOSITION.
           MOVE BT-TURN-MINUTES TO RG-TURN-MINUTES.
           MOVE SPACES          TO RG-BLOCK-REASON.
           PERFORM 600-WRITE-REGISTER THRU 600-EXIT.
           ADD +1 TO TRANS-FINISHED.
       400-EXIT.
           EXIT.

       450-WRITE-TURNAROUND.
           MOVE "450-WRITE-TURNAROUND" TO PARA-NAME.
           MOVE SPACES          TO BT-TURNAROUND-REC.
           MOVE BS-WARD-ID      TO BT-WARD-ID.
           MOVE BS-ROOM-ID      TO BT-ROOM-ID.
           MOVE BS-BED-ID       TO BT-BED-ID.
           MOVE BS-PATIENT-ID   TO BT-PATIENT-ID.
           MOVE BS-VACATED-DATE TO BT-VACATED-DATE.
           MOVE BS-VACATED-TIME TO BT-VACATED-TIME.
           MOVE BS-READY-DATE   TO BT-READY-DATE.
           MOVE BS-READY-TIME   TO BT-READY-TIME.
           MOVE WAIT-MINUTES-WS  TO BT-WAIT-MINUTES.
           MOVE CLEAN-MINUTES-WS TO BT-CLEAN-MINUTES.
           COMPUTE BT-TURN-MINUTES = WAIT-MINUTES-WS
                                   + CLEAN-MINUTES-WS.
           WRITE BT-TURNAROUND-REC.
       450-EXIT.
           EXIT.

      * Any bed not holding a patient can be taken out of service;
      * a bed never seen on the status file gets its entry here.
       500-BLOCK-BED.
           MOVE "500-BLOCK-BED" TO PARA-NAME.
           MOVE HT-WARD-ID TO BS-WARD-ID.
           MOVE HT-BED-ID  TO BS-BED-ID.
           READ BEDSTAT.
           IF BEDSTAT-FOUND
               IF BS-OCCUPIED
                   MOVE 'BED OCCUPIED - CANNOT BLOCK' TO RJ-REASON
                   PERFORM 650-WRITE-REJECT THRU 650-EXIT
                   GO TO 500-EXIT
               END-IF
               IF BS-BLOCKED
                   MOVE 'BED ALREADY BLOCKED' TO RJ-REASON
                   PERFORM 650-WRITE-REJECT THRU 650-EXIT
                   GO TO 500-EXIT
               END-IF
           ELSE
               MOVE SPACES     TO BS-BED-STATUS-REC
               MOVE HT-WARD-ID TO BS-WARD-ID
               MOVE HT-BED-ID  TO BS-BED-ID
               MOVE HT-ROOM-ID TO BS-ROOM-ID
               MOVE ZERO TO BS-VACATED-DATE, BS-VACATED-TIME,
                            BS-CLEAN-START-DATE, BS-CLEAN-START-TIME,
                            BS-READY-DATE, BS-READY-TIME
           END-IF.
           MOVE 'B'             TO BS-STATUS.
           MOVE HT-BLOCK-REASON TO BS-BLOCK-REASON.
           MOVE EVENT-DATE-WS   TO BS-STATUS-DATE.
           IF BEDSTAT-FOUND
               REWRITE BS-BED-STATUS-REC
           ELSE
               WRITE BS-BED-STATUS-REC.
           MOVE 'BLOCKED'       TO RG-DISPOSITION.
           MOVE ZERO            TO RG-TURN-MINUTES.
           MOVE HT-BLOCK-REASON TO RG-BLOCK-REASON.
           PERFORM 600-WRITE-REGISTER THRU 600-EXIT.
           ADD +1 TO TRANS-BLOCK-ACTIONS.
       500-EXIT.
           EXIT.

      * Housekeeping unblocks a bed only once it is fit for a
      * patient, so it comes back clean and available.
       550-UNBLOCK-BED.
           MOVE "550-UNBLOCK-BED" TO PARA-NAME.
           MOVE HT-WARD-ID TO BS-WARD-ID.
           MOVE HT-BED-ID  TO BS-BED-ID.
           READ BEDSTAT.
           IF NOT BEDSTAT-FOUND
              OR NOT BS-BLOCKED
               MOVE 'BED NOT BLOCKED' TO RJ-REASON
               PERFORM 650-WRITE-REJECT THRU 650-EXIT
               GO TO 550-EXIT.
           MOVE 'A'           TO BS-STATUS.
           MOVE SPACES        TO BS-BLOCK-REASON.
           MOVE EVENT-DATE-WS TO BS-READY-DATE.
           MOVE EVENT-TIME-WS TO BS-READY-TIME.
           MOVE EVENT-DATE-WS TO BS-STATUS-DATE.
           REWRITE BS-BED-STATUS-REC.
           MOVE 'UNBLOCKED' TO RG-DISPOSITION.
           MOVE ZERO        TO RG-TURN-MINUTES.
           MOVE SPACES      TO RG-BLOCK-REASON.
           PERFORM 600-WRITE-REGISTER THRU 600-EXIT.
           ADD +1 TO TRANS-BLOCK-ACTIONS.
       550-EXIT.
           EXIT.

       600-WRITE-REGISTER.
           MOVE HT-WARD-ID    TO RG-WARD-ID.
           MOVE BS-ROOM-ID    TO RG-ROOM-ID.
           IF BS-ROOM-ID = SPACES
               MOVE HT-ROOM-ID TO RG-ROOM-ID.
           MOVE HT-BED-ID     TO RG-BED-ID.
           MOVE EVENT-DATE-WS TO RG-EVENT-DATE.
           MOVE EVENT-TIME-WS TO RG-EVENT-TIME.
           WRITE SYSOUT-REC FROM HSKP-REGISTER-LINE.
       600-EXIT.
           EXIT.

       650-WRITE-REJECT.
           MOVE HT-WARD-ID TO RJ-WARD-ID.
           MOVE HT-BED-ID  TO RJ-BED-ID.
           WRITE SYSOUT-REC FROM HSKP-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       650-EXIT.
           EXIT.

      * Whole days between the two dates at 1,440 minutes a day,
      * adjusted by the difference in time of day.
       700-ELAPSED-MINUTES.
           COMPUTE ELAPSED-MINUTES-WS =
               (FUNCTION INTEGER-OF-DATE (TO-DATE-WS)
              - FUNCTION INTEGER-OF-DATE (FROM-DATE-WS)) * 1440
              + (TO-HH-WS * 60 + TO-MM-WS)
              - (FROM-HH-WS * 60 + FROM-MM-WS).
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT HSKPTRAN.
           OPEN I-O BEDSTAT.
           IF BEDSTAT-MISSING
               OPEN OUTPUT BEDSTAT
               CLOSE BEDSTAT
               OPEN I-O BEDSTAT
           END-IF.
           OPEN EXTEND BEDTURN.
           IF NOT BEDTURN-OK
               OPEN OUTPUT BEDTURN.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE HSKPTRAN, BEDSTAT, BEDTURN, SYSOUT.
       850-EXIT.
           EXIT.

       900-READ-HSKPTRAN.
           READ HSKPTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO PS-TRANS-READ-O.
           MOVE TRANS-STARTED      TO PS-STARTED-O.
           MOVE TRANS-FINISHED     TO PS-FINISHED-O.
           MOVE TRANS-BLOCK-ACTIONS TO PS-BLOCKED-O.
           MOVE TRANS-REJECTED     TO PS-REJECTED-O.
           WRITE SYSOUT-REC FROM HSKP-SUMMARY-LINE.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           MOVE ABEND-REASON TO SYSOUT-REC.
           WRITE SYSOUT-REC.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "*** ABNORMAL END OF JOB - BEDHSKP ***"
               UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
