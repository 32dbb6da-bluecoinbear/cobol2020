       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SURGSCHD.
      * Operating room scheduling and case tracking. A batch of
      * schedule, cancel and case-time transactions against the
      * surgical case file. A booking is refused when its time in
      * the room overlaps another live case in the same OR room or
      * another case for the same surgeon that day. When a case is
      * done its actual in and out times are recorded and the OR
      * time is priced by the minute off the charge-code master and
      * written in the DLYCHRG layout, so HOSPCHG posts it to the
      * patient's stay on PATCHGS like any other ancillary line and
      * HOSPDISC bills it. Rejects print on the scheduling register.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURGTRAN  ASSIGN TO SURGTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SURGTRAN-ST.
           SELECT SURGCASE  ASSIGN TO SURGCASE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SG-CASE-KEY
                  FILE STATUS IS SURGCASE-STATUS.
           SELECT PATPERSN  ASSIGN TO PATPERSN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PATPERSN-KEY
                  FILE STATUS IS PATPERSN-STATUS.
           SELECT PATMSTR   ASSIGN TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PATMSTR-KEY
                  FILE STATUS IS PATMSTR-STATUS.
           SELECT CHGCODES  ASSIGN TO CHGCODES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CC-CHARGE-CODE
                  FILE STATUS IS CHGCODES-STATUS.
           SELECT ORCHRG    ASSIGN TO ORCHRG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ORCHRG-ST.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  SURGTRAN
           RECORD CONTAINS 80 CHARACTERS.
       01  SURGTRAN-REC.
           05 OT-TRAN-CODE                      PIC X(01).
               88 OT-SCHEDULE-CASE                         VALUE 'S'.
               88 OT-CANCEL-CASE                           VALUE 'X'.
               88 OT-CASE-TIMES                            VALUE 'T'.
           05 OT-SURGERY-DATE                   PIC 9(08).
           05 OT-OR-ROOM                        PIC X(04).
           05 OT-SCHED-START                    PIC 9(04).
      * Schedule only.
           05 OT-PATIENT-ID                     PIC X(09).
           05 OT-PROCEDURE-CODE                 PIC X(06).
           05 OT-SURGEON-ID                     PIC X(08).
           05 OT-SCHED-MINUTES                  PIC 9(04).
      * Case times only.
           05 OT-ACTUAL-IN                      PIC 9(04).
           05 OT-ACTUAL-OUT                     PIC 9(04).
           05 FILLER                            PIC X(28).

       FD  SURGCASE
           RECORD CONTAINS 80 CHARACTERS.
           COPY SURGCASE.

       FD  PATPERSN
           RECORD CONTAINS 160 CHARACTERS.
           COPY PATPERSN.

       FD  PATMSTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY PATMSTR.

       FD  CHGCODES
           RECORD CONTAINS 60 CHARACTERS.
           COPY CHGCODES.

      * Priced OR time in the DLYCHRG layout HOSPCHG posts: room and
      * equipment zero, the OR charge as the ancillary amount.
       FD  ORCHRG
           RECORD CONTAINS 80 CHARACTERS.
       01  ORCHRG-REC.
           05 DC-PATIENT-ID                     PIC X(09).
           05 DC-ROOM-CHARGE                    PIC 9(07)V99.
           05 DC-EQUIPMENT-CHARGE                PIC 9(07)V99.
           05 DC-DAILY-COMMENTS                  PIC X(30).
           05 DC-ANCILLARY-CHARGE               PIC 9(07)V99.
           05 DC-REVENUE-CLASS                  PIC X(01).
           05 FILLER                            PIC X(04).

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 SLOT-ON-FILE-SW                   PIC X(01)  VALUE 'N'.
               88 SLOT-ON-FILE                             VALUE 'Y'.
           05 TIME-VALID-SW                     PIC X(01)  VALUE 'Y'.
               88 TIME-VALID                               VALUE 'Y'.
           05 SCAN-EOF-SW                       PIC X(01)  VALUE 'N'.
               88 SCAN-EOF                                 VALUE 'Y'.
           05 ROOM-CONFLICT-SW                  PIC X(01)  VALUE 'N'.
               88 ROOM-CONFLICT                            VALUE 'Y'.
           05 SURGEON-CONFLICT-SW               PIC X(01)  VALUE 'N'.
               88 SURGEON-CONFLICT                         VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 SURGTRAN-ST                       PIC X(02).
               88 SURGTRAN-OK                              VALUE '00'.
           05 SURGCASE-STATUS                   PIC X(02).
               88 SURGCASE-FOUND                           VALUE '00'.
               88 SURGCASE-MISSING                         VALUE '35'.
           05 PATPERSN-STATUS                   PIC X(02).
               88 PATPERSN-FOUND                           VALUE '00'.
           05 PATMSTR-STATUS                    PIC X(02).
               88 PATMSTR-FOUND                            VALUE '00'.
           05 CHGCODES-STATUS                   PIC X(02).
               88 CHGCODES-FOUND                           VALUE '00'.
           05 ORCHRG-ST                         PIC X(02).
               88 ORCHRG-OK                                VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

      * OR time is charged by the minute at this code's rate on the
      * charge-code master, kept through CHGCMNT under the surgery
      * revenue class.
       77  OR-TIME-CHARGE-CODE                  PIC X(06)
                                                    VALUE 'ORTIME'.

      * HHMM times worked in minutes past midnight.
       01  TIME-WORK-WS.
           05 TIME-HHMM-WS                      PIC 9(04).
           05 TIME-HHMM-X REDEFINES TIME-HHMM-WS.
               10 TIME-HH-WS                    PIC 9(02).
               10 TIME-MM-WS                    PIC 9(02).
           05 TIME-MINUTES-WS                   PIC 9(04).
           05 NEW-START-MIN-WS                  PIC 9(04).
           05 NEW-END-MIN-WS                    PIC 9(04).
           05 CASE-START-MIN-WS                 PIC 9(04).
           05 CASE-END-MIN-WS                   PIC 9(04).
           05 ACTUAL-IN-MIN-WS                  PIC 9(04).
           05 ACTUAL-OUT-MIN-WS                 PIC 9(04).
           05 ACTUAL-MINUTES-WS                 PIC 9(04).

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 CASES-SCHEDULED                   PIC 9(07)  VALUE ZERO.
           05 CASES-CANCELLED                   PIC 9(07)  VALUE ZERO.
           05 CASES-COMPLETED                   PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.
           05 CHARGE-AMOUNT-WS                  PIC 9(07)V99
                                                           VALUE ZERO.
           05 TOT-CHARGES-WS                    PIC 9(09)V99
                                                           VALUE ZERO.

       01  OR-COMMENT-WS.
           05 FILLER                            PIC X(08)
                  VALUE 'OR TIME '.
           05 OC-OR-ROOM                        PIC X(04).
           05 FILLER                            PIC X(01) VALUE SPACE.
           05 OC-PROCEDURE-CODE                 PIC X(06).
           05 FILLER                            PIC X(01) VALUE SPACE.
           05 OC-MINUTES                        PIC ZZZ9.
           05 FILLER                            PIC X(06)
                  VALUE ' MIN  '.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  SURG-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-TRAN-CODE                      PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-SURGERY-DATE                   PIC X(08).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-OR-ROOM                        PIC X(04).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-SCHED-START                    PIC X(04).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-PATIENT-ID                     PIC X(09).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(35).

       01  SURG-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
                  VALUE 'TRANS READ:      '.
           05 SS-TRANS-READ-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'SCHEDULED: '.
           05 SS-SCHEDULED-O                    PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'CANCELLED: '.
           05 SS-CANCELLED-O                    PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'COMPLETED: '.
           05 SS-COMPLETED-O                    PIC ZZZ,ZZ9.

       01  SURG-SUMMARY-LINE-2.
           05 FILLER                            PIC X(17)
                  VALUE 'REJECTED:        '.
           05 SS-REJECTED-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'OR CHARGES:'.
           05 SS-CHARGES-O                      PIC $$$,$$$,$$9.99.

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
           PERFORM 900-READ-SURGTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY SURGERY TRANSACTION FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-PROCESS-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-SURGTRAN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           IF OT-SURGERY-DATE NOT NUMERIC OR OT-SURGERY-DATE = ZERO
               MOVE 'SURGERY DATE MISSING OR NOT NUMERIC' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF OT-OR-ROOM = SPACES
               MOVE 'OR ROOM MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           MOVE OT-SCHED-START TO TIME-HHMM-WS.
           PERFORM 480-CONVERT-TIME THRU 480-EXIT.
           IF NOT TIME-VALID
               MOVE 'SCHEDULED START NOT A VALID TIME' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           MOVE TIME-MINUTES-WS TO NEW-START-MIN-WS.
           MOVE OT-SURGERY-DATE TO SG-SURGERY-DATE.
           MOVE OT-OR-ROOM      TO SG-OR-ROOM.
           MOVE OT-SCHED-START  TO SG-SCHED-START.
           EVALUATE TRUE
               WHEN OT-SCHEDULE-CASE
                   PERFORM 400-SCHEDULE-CASE THRU 400-EXIT
               WHEN OT-CANCEL-CASE
                   PERFORM 600-CANCEL-CASE THRU 600-EXIT
               WHEN OT-CASE-TIMES
                   PERFORM 500-RECORD-CASE-TIMES THRU 500-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

       400-SCHEDULE-CASE.
           MOVE "400-SCHEDULE-CASE" TO PARA-NAME.
           IF OT-SCHED-MINUTES NOT NUMERIC OR OT-SCHED-MINUTES = ZERO
               MOVE 'DURATION MISSING OR NOT NUMERIC' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF OT-PROCEDURE-CODE = SPACES
               MOVE 'PROCEDURE MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF OT-SURGEON-ID = SPACES
               MOVE 'SURGEON MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE OT-PATIENT-ID TO PATPERSN-KEY.
           READ PATPERSN.
           IF NOT PATPERSN-FOUND
               MOVE 'PATIENT NOT ON PATPERSN' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
      * A cancelled case leaves its slot on file; booking the same
      * room and start again takes the slot over.
           MOVE 'N' TO SLOT-ON-FILE-SW.
           READ SURGCASE.
           IF SURGCASE-FOUND
               IF SG-CANCELLED
                   MOVE 'Y' TO SLOT-ON-FILE-SW
               ELSE
                   MOVE 'CASE ALREADY BOOKED AT THIS TIME'
                                                       TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 400-EXIT.

           COMPUTE NEW-END-MIN-WS =
               NEW-START-MIN-WS + OT-SCHED-MINUTES.
           PERFORM 450-CHECK-CONFLICTS THRU 450-EXIT.
           IF ROOM-CONFLICT
               MOVE 'OR ROOM DOUBLE-BOOKED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF SURGEON-CONFLICT
               MOVE 'SURGEON DOUBLE-BOOKED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.

           MOVE SPACES            TO SG-CASE-REC.
           MOVE OT-SURGERY-DATE   TO SG-SURGERY-DATE.
           MOVE OT-OR-ROOM        TO SG-OR-ROOM.
           MOVE OT-SCHED-START    TO SG-SCHED-START.
           MOVE OT-PATIENT-ID     TO SG-PATIENT-ID.
           MOVE OT-PROCEDURE-CODE TO SG-PROCEDURE-CODE.
           MOVE OT-SURGEON-ID     TO SG-SURGEON-ID.
           MOVE OT-SCHED-MINUTES  TO SG-SCHED-MINUTES.
           MOVE 'S'               TO SG-STATUS.
           MOVE ZERO TO SG-ACTUAL-IN, SG-ACTUAL-OUT,
                        SG-ACTUAL-MINUTES, SG-OR-CHARGE.
           IF SLOT-ON-FILE
               REWRITE SG-CASE-REC
           ELSE
               WRITE SG-CASE-REC.
           ADD +1 TO CASES-SCHEDULED.
       400-EXIT.
           EXIT.

      * Walks every case booked for the surgery date. A live case
      * whose time overlaps the new booking's is a conflict if it is
      * in the same room or has the same surgeon.
       450-CHECK-CONFLICTS.
           MOVE 'N' TO ROOM-CONFLICT-SW, SURGEON-CONFLICT-SW.
           MOVE 'N' TO SCAN-EOF-SW.
           MOVE OT-SURGERY-DATE TO SG-SURGERY-DATE.
           MOVE LOW-VALUES      TO SG-OR-ROOM.
           MOVE ZERO            TO SG-SCHED-START.
           START SURGCASE KEY IS NOT LESS THAN SG-CASE-KEY
               INVALID KEY
                   MOVE 'Y' TO SCAN-EOF-SW
           END-START.
           PERFORM 460-CHECK-ONE-CASE THRU 460-EXIT
               UNTIL SCAN-EOF.
       450-EXIT.
           EXIT.

       460-CHECK-ONE-CASE.
           READ SURGCASE NEXT RECORD
               AT END
                   MOVE 'Y' TO SCAN-EOF-SW
                   GO TO 460-EXIT
           END-READ.
           IF SG-SURGERY-DATE NOT = OT-SURGERY-DATE
               MOVE 'Y' TO SCAN-EOF-SW
               GO TO 460-EXIT.
           IF SG-CANCELLED
               GO TO 460-EXIT.
           MOVE SG-SCHED-START TO TIME-HHMM-WS.
           PERFORM 480-CONVERT-TIME THRU 480-EXIT.
           MOVE TIME-MINUTES-WS TO CASE-START-MIN-WS.
           COMPUTE CASE-END-MIN-WS =
               CASE-START-MIN-WS + SG-SCHED-MINUTES.
           IF CASE-START-MIN-WS NOT < NEW-END-MIN-WS
               OR CASE-END-MIN-WS NOT > NEW-START-MIN-WS
               GO TO 460-EXIT.
           IF SG-OR-ROOM = OT-OR-ROOM
               MOVE 'Y' TO ROOM-CONFLICT-SW.
           IF SG-SURGEON-ID = OT-SURGEON-ID
               MOVE 'Y' TO SURGEON-CONFLICT-SW.
       460-EXIT.
           EXIT.

       480-CONVERT-TIME.
           MOVE 'Y' TO TIME-VALID-SW.
           MOVE ZERO TO TIME-MINUTES-WS.
           IF TIME-HHMM-WS NOT NUMERIC
               MOVE 'N' TO TIME-VALID-SW
               GO TO 480-EXIT.
           IF TIME-HH-WS > 23 OR TIME-MM-WS > 59
               MOVE 'N' TO TIME-VALID-SW
               GO TO 480-EXIT.
           COMPUTE TIME-MINUTES-WS = TIME-HH-WS * 60 + TIME-MM-WS.
       480-EXIT.
           EXIT.

      * The case is done: actual times go on the case and the OR
      * time goes to the stay. A case that runs past midnight has
      * an out time earlier than its in time.
       500-RECORD-CASE-TIMES.
           MOVE "500-RECORD-CASE-TIMES" TO PARA-NAME.
           READ SURGCASE.
           IF NOT SURGCASE-FOUND
               MOVE 'CASE NOT ON SURGICAL CASE FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           MOVE SG-PATIENT-ID TO OT-PATIENT-ID.
           IF NOT SG-SCHEDULED
               MOVE 'CASE CANCELLED OR ALREADY TIMED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           MOVE OT-ACTUAL-IN TO TIME-HHMM-WS.
           PERFORM 480-CONVERT-TIME THRU 480-EXIT.
           IF NOT TIME-VALID
               MOVE 'IN TIME NOT A VALID TIME' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           MOVE TIME-MINUTES-WS TO ACTUAL-IN-MIN-WS.
           MOVE OT-ACTUAL-OUT TO TIME-HHMM-WS.
           PERFORM 480-CONVERT-TIME THRU 480-EXIT.
           IF NOT TIME-VALID
               MOVE 'OUT TIME NOT A VALID TIME' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           MOVE TIME-MINUTES-WS TO ACTUAL-OUT-MIN-WS.
           IF ACTUAL-OUT-MIN-WS > ACTUAL-IN-MIN-WS
               COMPUTE ACTUAL-MINUTES-WS =
                   ACTUAL-OUT-MIN-WS - ACTUAL-IN-MIN-WS
           ELSE
               COMPUTE ACTUAL-MINUTES-WS =
                   ACTUAL-OUT-MIN-WS + 1440 - ACTUAL-IN-MIN-WS.
           MOVE SG-PATIENT-ID TO PATMSTR-KEY.
           READ PATMSTR.
           IF NOT PATMSTR-FOUND
               OR PATMSTR-DISCHARGE-DATE NOT = ZERO
               MOVE 'PATIENT NOT AN INPATIENT' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           MOVE OR-TIME-CHARGE-CODE TO CC-CHARGE-CODE.
           READ CHGCODES.
           IF NOT CHGCODES-FOUND OR CC-INACTIVE
               MOVE 'OR TIME CHARGE CODE NOT ACTIVE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.

           COMPUTE CHARGE-AMOUNT-WS = CC-RATE * ACTUAL-MINUTES-WS.
           MOVE SG-OR-ROOM          TO OC-OR-ROOM.
           MOVE SG-PROCEDURE-CODE   TO OC-PROCEDURE-CODE.
           MOVE ACTUAL-MINUTES-WS   TO OC-MINUTES.
           MOVE SPACES              TO ORCHRG-REC.
           MOVE SG-PATIENT-ID       TO DC-PATIENT-ID.
           MOVE ZERO                TO DC-ROOM-CHARGE.
           MOVE ZERO                TO DC-EQUIPMENT-CHARGE.
           MOVE OR-COMMENT-WS       TO DC-DAILY-COMMENTS.
           MOVE CHARGE-AMOUNT-WS    TO DC-ANCILLARY-CHARGE.
           MOVE CC-REVENUE-CLASS    TO DC-REVENUE-CLASS.
           WRITE ORCHRG-REC.

           MOVE OT-ACTUAL-IN        TO SG-ACTUAL-IN.
           MOVE OT-ACTUAL-OUT       TO SG-ACTUAL-OUT.
           MOVE ACTUAL-MINUTES-WS   TO SG-ACTUAL-MINUTES.
           MOVE CHARGE-AMOUNT-WS    TO SG-OR-CHARGE.
           MOVE 'C'                 TO SG-STATUS.
           REWRITE SG-CASE-REC.
           ADD +1                TO CASES-COMPLETED.
           ADD CHARGE-AMOUNT-WS  TO TOT-CHARGES-WS.
       500-EXIT.
           EXIT.

       600-CANCEL-CASE.
           MOVE "600-CANCEL-CASE" TO PARA-NAME.
           READ SURGCASE.
           IF NOT SURGCASE-FOUND
               MOVE 'CASE NOT ON SURGICAL CASE FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 600-EXIT.
           MOVE SG-PATIENT-ID TO OT-PATIENT-ID.
           IF NOT SG-SCHEDULED
               MOVE 'CASE ALREADY CANCELLED OR TIMED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 600-EXIT.
           MOVE 'X' TO SG-STATUS.
           REWRITE SG-CASE-REC.
           ADD +1 TO CASES-CANCELLED.
       600-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE OT-TRAN-CODE    TO RJ-TRAN-CODE.
           MOVE OT-SURGERY-DATE TO RJ-SURGERY-DATE.
           MOVE OT-OR-ROOM      TO RJ-OR-ROOM.
           MOVE OT-SCHED-START  TO RJ-SCHED-START.
           MOVE OT-PATIENT-ID   TO RJ-PATIENT-ID.
           WRITE SYSOUT-REC FROM SURG-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT SURGTRAN.
           OPEN I-O SURGCASE.
           IF SURGCASE-MISSING
               OPEN OUTPUT SURGCASE
               CLOSE SURGCASE
               OPEN I-O SURGCASE.
           OPEN INPUT PATPERSN.
           OPEN INPUT PATMSTR.
           OPEN INPUT CHGCODES.
           OPEN OUTPUT ORCHRG.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE SURGTRAN, SURGCASE, PATPERSN, PATMSTR, CHGCODES,
                 ORCHRG, SYSOUT.
       850-EXIT.
           EXIT.

       900-READ-SURGTRAN.
           READ SURGTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO SS-TRANS-READ-O.
           MOVE CASES-SCHEDULED    TO SS-SCHEDULED-O.
           MOVE CASES-CANCELLED    TO SS-CANCELLED-O.
           MOVE CASES-COMPLETED    TO SS-COMPLETED-O.
           MOVE TRANS-REJECTED     TO SS-REJECTED-O.
           MOVE TOT-CHARGES-WS     TO SS-CHARGES-O.
           WRITE SYSOUT-REC FROM SURG-SUMMARY-LINE.
           WRITE SYSOUT-REC FROM SURG-SUMMARY-LINE-2.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - SURGSCHD ***"
               UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
