      * end. A patient already on PATMSTR with no discharge date is
      * still an inpatient and the admission is rejected; a patient
      * with a prior discharged stay is readmitted over the old
      * record, keeping the dates, diagnosis and ward of the stay it
      * replaces for the readmission report (READMRPT). Every
      * admission prints on the admissions register.
      * An insured admission also goes on the pre-certification
      * file: an elective stay as a request for utilization review
      * (PRECMNT), an emergency one as already authorized.
      * A patient is only placed in a bed housekeeping has turned
      * over - clean and available on the bed-status file, or never
      * used - and the bed is marked occupied at admission.
      * Every admission names its attending physician, who must be
      * on the physician master with a current license and active
      * privileges; an attending-change transaction reassigns an
      * in-house patient under the same checks.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SS-SEG-KEY
                  FILE STATUS IS STAYSEG-STATUS.
           SELECT PRECERT   ASSIGN TO PRECERT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PC-PRECERT-KEY
                  FILE STATUS IS PRECERT-STATUS.
           SELECT BEDSTAT   ASSIGN TO BEDSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BS-BED-KEY
                  FILE STATUS IS BEDSTAT-STATUS.
           SELECT PHYSMSTR  ASSIGN TO PHYSMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PH-PHYSICIAN-ID
                  FILE STATUS IS PHYSMSTR-STATUS.
           SELECT FACESHT   ASSIGN TO FACESHT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FACESHT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  ADMTRAN
           RECORD CONTAINS 190 CHARACTERS.
       01  ADMTRAN-REC.
           05 AT-PATIENT-ID                     PIC X(09).
           05 AT-LAST-NAME                      PIC X(20).
           05 AT-PHONE                          PIC X(10).
           05 AT-NOK-NAME                       PIC X(25).
           05 AT-NOK-PHONE                      PIC X(10).
      * 'E' for an emergency admission, which needs no prior
      * authorization; anything else is elective.
           05 AT-ADMIT-TYPE                     PIC X(01).
               88 AT-EMERGENCY-ADMIT                       VALUE 'E'.
      * 'P' changes the attending physician of a patient already
      * in house - only the patient id, the attending id and the
      * effective date in the admit-date column are read. Anything
      * else is an admission.
           05 AT-TRANS-CODE                     PIC X(01).
               88 AT-ATTENDING-CHANGE                      VALUE 'P'.
           05 AT-ATTENDING-ID                   PIC X(09).
           05 FILLER                            PIC X(01).

       FD  PATMSTR
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 60 CHARACTERS.
           COPY STAYSEG.

       FD  PRECERT
           RECORD CONTAINS 80 CHARACTERS.
           COPY PRECERT.

       FD  BEDSTAT
           RECORD CONTAINS 100 CHARACTERS.
           COPY BEDSTAT.

       FD  PHYSMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY PHYSMSTR.

      * One printed face sheet per admission for the ward binder.
       FD  FACESHT
           RECORD CONTAINS 90 CHARACTERS.
       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 BED-READY-SW                      PIC X(01)  VALUE 'N'.
               88 BED-READY                                VALUE 'Y'.
           05 ATTENDING-CLEARED-SW              PIC X(01)  VALUE 'N'.
               88 ATTENDING-CLEARED                        VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 ADMTRAN-ST                        PIC X(02).
               88 STAYSEG-MISSING                          VALUE '35'.
           05 STAYSEG-EOF-SW                    PIC X(01)  VALUE 'N'.
               88 STAYSEG-EOF                              VALUE 'Y'.
           05 PRECERT-STATUS                    PIC X(02).
               88 PRECERT-FOUND                            VALUE '00'.
               88 PRECERT-MISSING                          VALUE '35'.
           05 BEDSTAT-STATUS                    PIC X(02).
               88 BEDSTAT-FOUND                            VALUE '00'.
               88 BEDSTAT-MISSING                          VALUE '35'.
           05 PHYSMSTR-STATUS                   PIC X(02).
               88 PHYSMSTR-FOUND                           VALUE '00'.
           05 FACESHT-ST                        PIC X(02).
               88 FACESHT-OK                               VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
           05 SEG-PATIENT-WS                    PIC X(09)  VALUE SPACES.
           05 SEG-CLOSE-DATE-WS                 PIC 9(08)  VALUE ZERO.

      * The discharged stay a readmission is about to overwrite.
       01  PRIOR-STAY-WS.
           05 PRIOR-ADMIT-DATE-WS               PIC 9(08)  VALUE ZERO.
           05 PRIOR-DISCH-DATE-WS               PIC 9(08)  VALUE ZERO.
           05 PRIOR-DIAG-CODE-WS                PIC X(06)  VALUE SPACES.
           05 PRIOR-WARD-ID-WS                  PIC X(04)  VALUE SPACES.

      * The attending an in-house patient is being moved from, and
      * the date the credentials are checked as of.
       01  ATTENDING-WORK-WS.
           05 OLD-ATTENDING-ID-WS               PIC X(09)  VALUE SPACES.
           05 CRED-CHECK-DATE-WS                PIC 9(08)  VALUE ZERO.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-ADMITTED                    PIC 9(07)  VALUE ZERO.
           05 TRANS-READMITTED                  PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.
           05 PRECERT-REQUESTED                 PIC 9(07)  VALUE ZERO.
           05 PRECERT-EMERGENCY                 PIC 9(07)  VALUE ZERO.
           05 ATTENDING-CHANGED                 PIC 9(07)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(35).

       01  ATTENDING-CHANGE-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'ATTENDING -  '.
           05 AC-PATIENT-ID                     PIC X(09).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 AC-OLD-ATTENDING-ID               PIC X(09).
           05 FILLER                            PIC X(04) VALUE ' TO '.
           05 AC-NEW-ATTENDING-ID               PIC X(09).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 AC-EFFECTIVE-DATE                 PIC 9(08).

       01  INS-STATUS-WS                        PIC X(10)
                                                    VALUE SPACES.

           05 FILLER                            PIC X(08)
                  VALUE '  DIAG: '.
           05 FS-DIAG-CODE                      PIC X(06).
           05 FILLER                            PIC X(13)
                  VALUE '  ATTENDING: '.
           05 FS-ATTENDING-ID                   PIC X(09).

       01  FACE-NOK-LINE.
           05 FILLER                            PIC X(14)
                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

       01  PRECERT-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
                  VALUE 'PRECERT REQUESTS:'.
           05 PS-PRECERT-REQ-O                  PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'EMERGENCY: '.
           05 PS-PRECERT-EMER-O                 PIC ZZZ,ZZ9.

       01  ATTENDING-SUMMARY-LINE.
           05 FILLER                            PIC X(19)
                  VALUE 'ATTENDING CHANGES: '.
           05 PS-ATTENDING-CHG-O                PIC ZZZ,ZZ9.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.


       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF AT-ATTENDING-CHANGE
               PERFORM 500-CHANGE-ATTENDING THRU 500-EXIT
           ELSE
               PERFORM 400-ADMIT-PATIENT THRU 400-EXIT.
           PERFORM 900-READ-ADMTRAN THRU 900-EXIT.

       400-ADMIT-PATIENT.
               ADD +1 TO TRANS-REJECTED
               GO TO 400-EXIT.

           MOVE AT-DATE-ADMIT TO CRED-CHECK-DATE-WS.
           PERFORM 405-CHECK-ATTENDING THRU 405-EXIT.
           IF NOT ATTENDING-CLEARED
               MOVE AT-PATIENT-ID TO RJ-PATIENT-ID
               WRITE SYSOUT-REC FROM ADMT-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 400-EXIT.

           MOVE AT-PATIENT-ID TO PATMSTR-KEY.

           READ PATMSTR.
           IF NOT PATMSTR-FOUND
              OR PATMSTR-DISCHARGE-DATE NOT = ZERO
               PERFORM 430-CHECK-BED-READY THRU 430-EXIT
               IF NOT BED-READY
                   MOVE AT-PATIENT-ID TO RJ-PATIENT-ID
                   MOVE 'BED NOT CLEAN AND AVAILABLE' TO RJ-REASON
                   WRITE SYSOUT-REC FROM ADMT-REJECT-LINE
                   ADD +1 TO TRANS-REJECTED
                   GO TO 400-EXIT.

           IF PATMSTR-FOUND
               IF PATMSTR-DISCHARGE-DATE = ZERO
                   MOVE AT-PATIENT-ID TO RJ-PATIENT-ID
                   WRITE SYSOUT-REC FROM ADMT-REJECT-LINE
                   ADD +1 TO TRANS-REJECTED
               ELSE
                   PERFORM 425-READMIT-OVER-PRIOR THRU 425-EXIT
                   REWRITE PATMSTR-REC
                   PERFORM 440-WRITE-PERSONAL THRU 440-EXIT
                   PERFORM 470-OPEN-STAY-SEGMENT THRU 470-EXIT
                   PERFORM 435-OCCUPY-BED THRU 435-EXIT
                   PERFORM 415-CONSUME-RESERVATION THRU 415-EXIT
                   MOVE 'READMITTED' TO RG-DISPOSITION
                   PERFORM 460-WRITE-REGISTER THRU 460-EXIT
                   PERFORM 465-REQUEST-PRECERT THRU 465-EXIT
                   ADD +1 TO TRANS-READMITTED
               END-IF
           ELSE
               WRITE PATMSTR-REC
               PERFORM 440-WRITE-PERSONAL THRU 440-EXIT
               PERFORM 470-OPEN-STAY-SEGMENT THRU 470-EXIT
               PERFORM 435-OCCUPY-BED THRU 435-EXIT
               PERFORM 415-CONSUME-RESERVATION THRU 415-EXIT
               MOVE 'ADMITTED' TO RG-DISPOSITION
               PERFORM 460-WRITE-REGISTER THRU 460-EXIT
               PERFORM 465-REQUEST-PRECERT THRU 465-EXIT
               ADD +1 TO TRANS-ADMITTED.
       400-EXIT.
           EXIT.

      * The attending physician must be on the physician master,
      * hold privileges that are active and not past reappointment,
      * and a license not expired as of the admission (or change)
      * date. The reject reason is left in RJ-REASON for the caller.
       405-CHECK-ATTENDING.
           MOVE 'N' TO ATTENDING-CLEARED-SW.
           IF AT-ATTENDING-ID = SPACES
               MOVE 'ATTENDING PHYSICIAN REQUIRED' TO RJ-REASON
               GO TO 405-EXIT.
           MOVE AT-ATTENDING-ID TO PH-PHYSICIAN-ID.
           READ PHYSMSTR.
           IF NOT PHYSMSTR-FOUND
               MOVE 'ATTENDING NOT ON PHYSICIAN MASTER' TO RJ-REASON
               GO TO 405-EXIT.
           IF NOT PH-PRIVILEGES-ACTIVE
               MOVE 'ATTENDING PRIVILEGES NOT ACTIVE' TO RJ-REASON
               GO TO 405-EXIT.
           IF PH-PRIVILEGES-EXP-DATE NOT = ZERO
              AND PH-PRIVILEGES-EXP-DATE < CRED-CHECK-DATE-WS
               MOVE 'ATTENDING PRIVILEGES LAPSED' TO RJ-REASON
               GO TO 405-EXIT.
           IF PH-LICENSE-EXP-DATE < CRED-CHECK-DATE-WS
               MOVE 'ATTENDING LICENSE EXPIRED' TO RJ-REASON
               GO TO 405-EXIT.
           MOVE 'Y' TO ATTENDING-CLEARED-SW.
       405-EXIT.
           EXIT.

      * A blank placement on the admit transaction takes the
      * reserved ward and bed. The reservation is only read here -
      * it comes off the file in 415 once the admission actually
       415-EXIT.
           EXIT.

      * The placement must be a bed housekeeping has finished with.
      * A bed with no status entry has never been occupied, and an
      * admission with no placement keyed has nothing to check.
       430-CHECK-BED-READY.
           MOVE 'N' TO BED-READY-SW.
           MOVE AT-WARD-ID TO BS-WARD-ID.
           MOVE AT-BED-ID  TO BS-BED-ID.
           READ BEDSTAT.
           IF NOT BEDSTAT-FOUND
               MOVE 'Y' TO BED-READY-SW
           ELSE
           IF BS-AVAILABLE
               MOVE 'Y' TO BED-READY-SW.
       430-EXIT.
           EXIT.

       435-OCCUPY-BED.
           IF AT-WARD-ID = SPACES
              AND AT-BED-ID = SPACES
               GO TO 435-EXIT.
           MOVE AT-WARD-ID TO BS-WARD-ID.
           MOVE AT-BED-ID  TO BS-BED-ID.
           READ BEDSTAT.
           IF NOT BEDSTAT-FOUND
               MOVE SPACES     TO BS-BED-STATUS-REC
               MOVE AT-WARD-ID TO BS-WARD-ID
               MOVE AT-BED-ID  TO BS-BED-ID
               MOVE ZERO TO BS-VACATED-DATE, BS-VACATED-TIME,
                            BS-CLEAN-START-DATE, BS-CLEAN-START-TIME,
                            BS-READY-DATE, BS-READY-TIME
           END-IF.
           IF BEDRESV-HELD
               MOVE BR-ROOM-ID TO BS-ROOM-ID.
           MOVE 'O'           TO BS-STATUS.
           MOVE AT-PATIENT-ID TO BS-PATIENT-ID.
           MOVE AT-DATE-ADMIT TO BS-STATUS-DATE.
           IF BEDSTAT-FOUND
               REWRITE BS-BED-STATUS-REC
           ELSE
               WRITE BS-BED-STATUS-REC.
       435-EXIT.
           EXIT.

       420-MOVE-TRANS-TO-MASTER.
           MOVE SPACES          TO PATMSTR-REC.
           MOVE AT-PATIENT-ID   TO PATMSTR-KEY.
           MOVE AT-BED-ID       TO PATMSTR-BED-ID-PRIMARY.
           MOVE ZERO            TO PATMSTR-DISCHARGE-DATE.
           MOVE AT-WARD-ID      TO PATMSTR-WARD-ID.
           MOVE ZERO            TO PATMSTR-PRIOR-ADMIT-DATE,
                                   PATMSTR-PRIOR-DISCH-DATE.
           MOVE AT-ATTENDING-ID TO PATMSTR-ATTENDING-ID.
       420-EXIT.
           EXIT.

      * The new stay replaces the discharged one on the master; the
      * old stay's dates, diagnosis and ward ride along with it.
       425-READMIT-OVER-PRIOR.
           MOVE PATMSTR-DATE-ADMIT        TO PRIOR-ADMIT-DATE-WS.
           MOVE PATMSTR-DISCHARGE-DATE    TO PRIOR-DISCH-DATE-WS.
           MOVE PATMSTR-DIAG-CODE-PRIMARY TO PRIOR-DIAG-CODE-WS.
           MOVE PATMSTR-WARD-ID           TO PRIOR-WARD-ID-WS.
           PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT.
           MOVE PRIOR-ADMIT-DATE-WS TO PATMSTR-PRIOR-ADMIT-DATE.
           MOVE PRIOR-DISCH-DATE-WS TO PATMSTR-PRIOR-DISCH-DATE.
           MOVE PRIOR-DIAG-CODE-WS  TO PATMSTR-PRIOR-DIAG-CODE.
           MOVE PRIOR-WARD-ID-WS    TO PATMSTR-PRIOR-WARD-ID.
       425-EXIT.
           EXIT.

       440-WRITE-PERSONAL.
           MOVE AT-PATIENT-ID TO PATPERSN-KEY.
           READ PATPERSN.
           MOVE AT-WARD-ID   TO FS-WARD-ID.
           MOVE AT-BED-ID    TO FS-BED-ID.
           MOVE AT-DIAG-CODE TO FS-DIAG-CODE.
           MOVE AT-ATTENDING-ID TO FS-ATTENDING-ID.
           WRITE FACESHT-REC FROM FACE-PLACE-LINE.
           MOVE AT-NOK-NAME  TO FS-NOK-NAME.
           MOVE AT-NOK-PHONE TO FS-NOK-PHONE.
       460-EXIT.
           EXIT.

      * An insured stay goes on the pre-certification file keyed
      * the way the bridged claim will arrive - policy, member and
      * admit date - so CLAIMRPT can find the authorization. A
      * request already on file (a rerun) is left as it stands.
       465-REQUEST-PRECERT.
           IF INS-STATUS-WS NOT = 'INSURED'
               GO TO 465-EXIT.
           PERFORM 466-SET-PRECERT-KEY THRU 466-EXIT.
           READ PRECERT.
           IF PRECERT-FOUND
               GO TO 465-EXIT.
           PERFORM 466-SET-PRECERT-KEY THRU 466-EXIT.
           MOVE AT-PATIENT-ID TO PC-PATIENT-ID.
           MOVE AT-DIAG-CODE  TO PC-DIAG-CODE.
           MOVE AH-DATE       TO PC-REQUEST-DATE.
           MOVE ZERO          TO PC-APPROVED-DAYS, PC-DECISION-DATE.
           IF AT-EMERGENCY-ADMIT
               MOVE 'E' TO PC-STATUS
               ADD +1 TO PRECERT-EMERGENCY
           ELSE
               MOVE 'R' TO PC-STATUS
               ADD +1 TO PRECERT-REQUESTED.
           WRITE PC-PRECERT-REC.
       465-EXIT.
           EXIT.

       466-SET-PRECERT-KEY.
           MOVE SPACES        TO PC-PRECERT-REC.
           MOVE PI-POLICY-NO  TO PC-POLICY-NO.
           IF PI-MEMBER-SEQ NUMERIC
               MOVE PI-MEMBER-SEQ TO PC-MEMBER-SEQ
           ELSE
               MOVE ZERO          TO PC-MEMBER-SEQ.
           MOVE AT-DATE-ADMIT TO PC-ADMIT-DATE.
       466-EXIT.
           EXIT.

      * First occupancy segment of the stay - the next free
      * sequence after whatever earlier stays left behind.
       470-OPEN-STAY-SEGMENT.
       490-EXIT.
           EXIT.

      * Reassigns an in-house patient to a new attending. The
      * effective date defaults to the run date when none is keyed.
       500-CHANGE-ATTENDING.
           MOVE "500-CHANGE-ATTENDING" TO PARA-NAME.
           MOVE AT-PATIENT-ID TO PATMSTR-KEY.
           READ PATMSTR.
           IF NOT PATMSTR-FOUND
              OR PATMSTR-DISCHARGE-DATE NOT = ZERO
               MOVE AT-PATIENT-ID TO RJ-PATIENT-ID
               MOVE 'PATIENT NOT IN HOUSE' TO RJ-REASON
               WRITE SYSOUT-REC FROM ADMT-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 500-EXIT.
           IF AT-DATE-ADMIT NUMERIC
              AND AT-DATE-ADMIT NOT = ZERO
               MOVE AT-DATE-ADMIT TO CRED-CHECK-DATE-WS
           ELSE
               MOVE AH-DATE       TO CRED-CHECK-DATE-WS.
           PERFORM 405-CHECK-ATTENDING THRU 405-EXIT.
           IF NOT ATTENDING-CLEARED
               MOVE AT-PATIENT-ID TO RJ-PATIENT-ID
               WRITE SYSOUT-REC FROM ADMT-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 500-EXIT.
           MOVE PATMSTR-ATTENDING-ID TO OLD-ATTENDING-ID-WS.
           MOVE AT-ATTENDING-ID      TO PATMSTR-ATTENDING-ID.
           REWRITE PATMSTR-REC.
           MOVE AT-PATIENT-ID       TO AC-PATIENT-ID.
           MOVE OLD-ATTENDING-ID-WS TO AC-OLD-ATTENDING-ID.
           MOVE AT-ATTENDING-ID     TO AC-NEW-ATTENDING-ID.
           MOVE CRED-CHECK-DATE-WS  TO AC-EFFECTIVE-DATE.
           WRITE SYSOUT-REC FROM ATTENDING-CHANGE-LINE.
           ADD +1 TO ATTENDING-CHANGED.
       500-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT ADMTRAN.
           OPEN INPUT PATINS.
           OPEN INPUT POLMSTR.
           OPEN INPUT DIAGMSTR.
           OPEN INPUT PHYSMSTR.
           OPEN I-O BEDSTAT.
           IF BEDSTAT-MISSING
               OPEN OUTPUT BEDSTAT
               CLOSE BEDSTAT
               OPEN I-O BEDSTAT
           END-IF.
           OPEN OUTPUT FACESHT.
           OPEN I-O STAYSEG.
           IF STAYSEG-MISSING
               CLOSE STAYSEG
               OPEN I-O STAYSEG
           END-IF.
           OPEN I-O PRECERT.
           IF PRECERT-MISSING
               OPEN OUTPUT PRECERT
               CLOSE PRECERT
               OPEN I-O PRECERT
           END-IF.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.
       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE ADMTRAN, PATMSTR, PATPERSN, PATINS, POLMSTR,
                 DIAGMSTR, PHYSMSTR, STAYSEG, PRECERT, BEDSTAT,
                 FACESHT, SYSOUT.
           IF BEDRESV-AVAILABLE
               CLOSE BEDRESV.
       850-EXIT.
           MOVE TRANS-READMITTED   TO PS-READMITTED-O.
           MOVE TRANS-REJECTED     TO PS-REJECTED-O.
           WRITE SYSOUT-REC FROM ADMT-SUMMARY-LINE.
           MOVE PRECERT-REQUESTED  TO PS-PRECERT-REQ-O.
           MOVE PRECERT-EMERGENCY  TO PS-PRECERT-EMER-O.
           WRITE SYSOUT-REC FROM PRECERT-SUMMARY-LINE.
           MOVE ATTENDING-CHANGED  TO PS-ATTENDING-CHG-O.
           WRITE SYSOUT-REC FROM ATTENDING-SUMMARY-LINE.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
