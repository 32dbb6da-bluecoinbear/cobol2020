       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PHYSMNT.
      * Maintenance for the physician master: add, change and
      * delete transactions in the same transaction-file style as
      * DIAGMNT. A physician must carry a license number and a
      * valid license expiry date; privileges default to active on
      * an add. A physician still attending an inpatient on PATMSTR
      * cannot be deleted - reassign the patients through HOSPADMT
      * first.
      * Every physician field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHYSTRAN  ASSIGN TO PHYSTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PHYSTRAN-ST.
           SELECT PHYSMSTR  ASSIGN TO PHYSMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PH-PHYSICIAN-ID
                  FILE STATUS IS PHYSMSTR-STATUS.
           SELECT PATMSTR   ASSIGN TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PATMSTR-KEY
                  FILE STATUS IS PATMSTR-STATUS.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PHYSTRAN
           RECORD CONTAINS 108 CHARACTERS.
       01  PHYSTRAN-REC.
           05 PT-TRANS-CODE                     PIC X(01).
               88 PT-ADD                                    VALUE 'A'.
               88 PT-CHANGE                                 VALUE 'C'.
               88 PT-DELETE                                 VALUE 'D'.
           05 PT-PHYSICIAN-ID                   PIC X(09).
           05 PT-PHYSICIAN-NAME                 PIC X(30).
           05 PT-SPECIALTY                      PIC X(20).
           05 PT-LICENSE-NO                     PIC X(12).
           05 PT-LICENSE-EXP-DATE               PIC 9(08).
           05 PT-PRIVILEGES-STATUS              PIC X(01).
           05 PT-PRIVILEGES-EXP-DATE            PIC 9(08).
           05 PT-PRIVILEGES-EXP-DATE-X REDEFINES
                  PT-PRIVILEGES-EXP-DATE           PIC X(08).
           05 FILLER                            PIC X(11).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 PT-OPERATOR-ID                    PIC X(08).

       FD  PHYSMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY PHYSMSTR.

       FD  PATMSTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY PATMSTR.

       FD  SYSOUT
           RECORD CONTAINS 110 CHARACTERS.
       01  SYSOUT-REC                           PIC X(110).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 MORE-PATIENTS-SW                  PIC X(01)  VALUE 'Y'.
               88 NO-MORE-PATIENTS                         VALUE 'N'.
           05 PHYS-ATTENDING-SW                 PIC X(01)  VALUE 'N'.
               88 PHYS-ATTENDING                           VALUE 'Y'.
           05 TRANS-VALID-SW                    PIC X(01)  VALUE 'N'.
               88 TRANS-VALID                              VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 PHYSTRAN-ST                       PIC X(02).
               88 PHYSTRAN-OK                              VALUE '00'.
           05 PHYSMSTR-STATUS                   PIC X(02).
               88 PHYSMSTR-FOUND                           VALUE '00'.
               88 PHYSMSTR-MISSING                         VALUE '35'.
           05 PATMSTR-STATUS                    PIC X(02).
               88 PATMSTR-OK                               VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-ADDED                       PIC 9(07)  VALUE ZERO.
           05 TRANS-CHANGED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-DELETED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

      * Physicians attending an undischarged patient, loaded from
      * PATMSTR once up front so the delete edit is a table lookup
      * instead of a master sweep per transaction.
       01  ATTENDING-PHYS-TABLE.
           05 ATTENDING-PHYS-COUNT              PIC 9(03)  VALUE ZERO.
           05 ATTENDING-PHYS-ENTRY OCCURS 0 TO 500 TIMES
                  DEPENDING ON ATTENDING-PHYS-COUNT
                  INDEXED BY ATTP-IDX.
               10 AP-PHYSICIAN-ID               PIC X(09).

       01  ABEND-SUMMARY-HDR.
           05 FILLER                            PIC X(22)
                  VALUE '*** ABEND SUMMARY ***'.

       01  ABEND-SUMMARY-LINE-1.
           05 FILLER                            PIC X(11)
                  VALUE 'PARAGRAPH: '.
           05 AR-PARA-NAME                      PIC X(25).

       01  ABEND-SUMMARY-LINE-2.
           05 FILLER                            PIC X(08)
                  VALUE 'REASON: '.
           05 AR-ABEND-REASON                   PIC X(45).

       01  PHYS-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-TRANS-CODE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-PHYSICIAN-ID                   PIC X(09).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(35).

       01  PHYS-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
                  VALUE 'TRANS READ:      '.
           05 PS-TRANS-READ-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'ADDED:    '.
           05 PS-ADDED-O                        PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'CHANGED:  '.
           05 PS-CHANGED-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'DELETED:  '.
           05 PS-DELETED-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * physician master's fields.
           COPY CHGJPARM.
       01  PHYSMSTR-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 007.
           05 FILLER                            PIC X(32)
                  VALUE 'PH-PHYSICIAN-ID         0001009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PH-PHYSICIAN-NAME       0010030N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PH-SPECIALTY            0040020N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PH-LICENSE-NO           0060012N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PH-LICENSE-EXP-DATE     0072008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PH-PRIVILEGES-STATUS    0080001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PH-PRIVILEGES-EXP-DATE  0081008N'.

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
           PERFORM 050-LOAD-ATTENDING THRU 050-EXIT.
           PERFORM 900-READ-PHYSTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY PHYSICIAN TRANSACTION FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       050-LOAD-ATTENDING.
           MOVE "050-LOAD-ATTENDING" TO PARA-NAME.
           PERFORM 060-LOAD-ONE-PATIENT THRU 060-EXIT
               UNTIL NO-MORE-PATIENTS.
       050-EXIT.
           EXIT.

       060-LOAD-ONE-PATIENT.
           READ PATMSTR NEXT
               AT END MOVE "N" TO MORE-PATIENTS-SW
               GO TO 060-EXIT
           END-READ.
           IF PATMSTR-DISCHARGE-DATE NOT = ZERO
              OR PATMSTR-ATTENDING-ID = SPACES
               GO TO 060-EXIT.
           MOVE PATMSTR-ATTENDING-ID TO PT-PHYSICIAN-ID.
           PERFORM 460-CHECK-PHYS-ATTENDING THRU 460-EXIT.
           IF NOT PHYS-ATTENDING
               IF ATTENDING-PHYS-COUNT < 500
                   ADD +1 TO ATTENDING-PHYS-COUNT
                   SET ATTP-IDX TO ATTENDING-PHYS-COUNT
                   MOVE PATMSTR-ATTENDING-ID
                                     TO AP-PHYSICIAN-ID (ATTP-IDX).
       060-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-PROCESS-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-PHYSTRAN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           EVALUATE TRUE
               WHEN PT-ADD
                   PERFORM 400-ADD-PHYS THRU 400-EXIT
               WHEN PT-CHANGE
                   PERFORM 450-CHANGE-PHYS THRU 450-EXIT
               WHEN PT-DELETE
                   PERFORM 480-DELETE-PHYS THRU 480-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 750-WRITE-REJECT THRU 750-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

       400-ADD-PHYS.
           MOVE "400-ADD-PHYS" TO PARA-NAME.
           PERFORM 410-EDIT-TRANS THRU 410-EXIT.
           IF NOT TRANS-VALID
               GO TO 400-EXIT.
           MOVE PT-PHYSICIAN-ID TO PH-PHYSICIAN-ID.
           READ PHYSMSTR.
           MOVE PH-PHYSICIAN-REC TO CJP-BEFORE-IMAGE.
           IF PHYSMSTR-FOUND
               MOVE 'PHYSICIAN ALREADY ON FILE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
           ELSE
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE PH-PHYSICIAN-REC TO CJP-AFTER-IMAGE
               WRITE PH-PHYSICIAN-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.

      * The credential fields HOSPADMT checks at every admission must
      * be usable: a license number, a real expiry date, and a
      * privileges status and reappointment date it can test.
       410-EDIT-TRANS.
           MOVE 'N' TO TRANS-VALID-SW.
           IF PT-PHYSICIAN-NAME = SPACES
               MOVE 'PHYSICIAN NAME MISSING' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 410-EXIT.
           IF PT-LICENSE-NO = SPACES
               MOVE 'LICENSE NUMBER MISSING' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 410-EXIT.
           IF PT-LICENSE-EXP-DATE NOT NUMERIC
              OR PT-LICENSE-EXP-DATE = ZERO
               MOVE 'INVALID LICENSE EXPIRY DATE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 410-EXIT.
           IF PT-PRIVILEGES-STATUS NOT = SPACE
              AND PT-PRIVILEGES-STATUS NOT = 'A'
              AND PT-PRIVILEGES-STATUS NOT = 'S'
              AND PT-PRIVILEGES-STATUS NOT = 'R'
               MOVE 'INVALID PRIVILEGES STATUS' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 410-EXIT.
           IF PT-PRIVILEGES-EXP-DATE NOT NUMERIC
              AND PT-PRIVILEGES-EXP-DATE-X NOT = SPACES
               MOVE 'INVALID REAPPOINTMENT DATE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 410-EXIT.
           MOVE 'Y' TO TRANS-VALID-SW.
       410-EXIT.
           EXIT.

       420-MOVE-TRANS-TO-MASTER.
           MOVE SPACES              TO PH-PHYSICIAN-REC.
           MOVE PT-PHYSICIAN-ID     TO PH-PHYSICIAN-ID.
           MOVE PT-PHYSICIAN-NAME   TO PH-PHYSICIAN-NAME.
           MOVE PT-SPECIALTY        TO PH-SPECIALTY.
           MOVE PT-LICENSE-NO       TO PH-LICENSE-NO.
           MOVE PT-LICENSE-EXP-DATE TO PH-LICENSE-EXP-DATE.
           IF PT-PRIVILEGES-STATUS = SPACE
               MOVE 'A' TO PH-PRIVILEGES-STATUS
           ELSE
               MOVE PT-PRIVILEGES-STATUS TO PH-PRIVILEGES-STATUS.
           IF PT-PRIVILEGES-EXP-DATE NUMERIC
               MOVE PT-PRIVILEGES-EXP-DATE TO PH-PRIVILEGES-EXP-DATE
           ELSE
               MOVE ZERO                   TO PH-PRIVILEGES-EXP-DATE.
       420-EXIT.
           EXIT.

       450-CHANGE-PHYS.
           MOVE "450-CHANGE-PHYS" TO PARA-NAME.
           PERFORM 410-EDIT-TRANS THRU 410-EXIT.
           IF NOT TRANS-VALID
               GO TO 450-EXIT.
           MOVE PT-PHYSICIAN-ID TO PH-PHYSICIAN-ID.
           READ PHYSMSTR.
           MOVE PH-PHYSICIAN-REC TO CJP-BEFORE-IMAGE.
           IF PHYSMSTR-FOUND
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE PH-PHYSICIAN-REC TO CJP-AFTER-IMAGE
               REWRITE PH-PHYSICIAN-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED
           ELSE
               MOVE 'PHYSICIAN NOT ON FILE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT.
       450-EXIT.
           EXIT.

       480-DELETE-PHYS.
           MOVE "480-DELETE-PHYS" TO PARA-NAME.
           PERFORM 460-CHECK-PHYS-ATTENDING THRU 460-EXIT.
           IF PHYS-ATTENDING
               MOVE 'PHYSICIAN STILL ATTENDING PATIENTS' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               GO TO 480-EXIT.
           MOVE PT-PHYSICIAN-ID TO PH-PHYSICIAN-ID.
           READ PHYSMSTR.
           MOVE PH-PHYSICIAN-REC TO CJP-BEFORE-IMAGE.
           IF PHYSMSTR-FOUND
               MOVE SPACES TO CJP-AFTER-IMAGE
               DELETE PHYSMSTR RECORD
               MOVE 'D' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-DELETED
           ELSE
               MOVE 'PHYSICIAN NOT ON FILE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT.
       480-EXIT.
           EXIT.

       460-CHECK-PHYS-ATTENDING.
           MOVE 'N' TO PHYS-ATTENDING-SW.
           IF ATTENDING-PHYS-COUNT > ZERO
               SET ATTP-IDX TO 1
               SEARCH ATTENDING-PHYS-ENTRY
                   AT END
                       MOVE 'N' TO PHYS-ATTENDING-SW
                   WHEN AP-PHYSICIAN-ID (ATTP-IDX) = PT-PHYSICIAN-ID
                       MOVE 'Y' TO PHYS-ATTENDING-SW.
       460-EXIT.
           EXIT.

       750-WRITE-REJECT.
           MOVE PT-TRANS-CODE   TO RJ-TRANS-CODE.
           MOVE PT-PHYSICIAN-ID TO RJ-PHYSICIAN-ID.
           WRITE SYSOUT-REC FROM PHYS-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       750-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PHYSTRAN.
           OPEN I-O PHYSMSTR.
           IF PHYSMSTR-MISSING
               OPEN OUTPUT PHYSMSTR
               CLOSE PHYSMSTR
               OPEN I-O PHYSMSTR
           END-IF.
           OPEN INPUT PATMSTR.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE PHYSTRAN, PHYSMSTR, PATMSTR, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, PHYSMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per physician field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'             TO CJP-FUNCTION.
           MOVE 'PHYSMNT'       TO CJP-PROGRAM.
           MOVE 'PHYSMSTR'      TO CJP-FILE-ID.
           MOVE PT-PHYSICIAN-ID TO CJP-KEY.
           MOVE PT-OPERATOR-ID  TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, PHYSMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-PHYSTRAN.
           READ PHYSTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO PS-TRANS-READ-O.
           MOVE TRANS-ADDED        TO PS-ADDED-O.
           MOVE TRANS-CHANGED      TO PS-CHANGED-O.
           MOVE TRANS-DELETED      TO PS-DELETED-O.
           MOVE TRANS-REJECTED     TO PS-REJECTED-O.
           WRITE SYSOUT-REC FROM PHYS-SUMMARY-LINE.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-SUMMARY-HDR.
           MOVE PARA-NAME TO AR-PARA-NAME.
           WRITE SYSOUT-REC FROM ABEND-SUMMARY-LINE-1.
           MOVE ABEND-REASON TO AR-ABEND-REASON.
           WRITE SYSOUT-REC FROM ABEND-SUMMARY-LINE-2.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "*** ABNORMAL END OF JOB - PHYSMNT ***"
               UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
