       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PHYSCRED.
      * Expiring-credentials report for the medical staff office.
      * Every physician on the physician master whose state license
      * or hospital privileges have lapsed, or will lapse within the
      * next 60 days, is listed with the date and the days left, as
      * is every physician whose privileges are suspended or
      * revoked. HOSPADMT refuses such a physician as attending, so
      * this is the list to work before the admissions desk hits
      * it. Honors the RUNPARM business date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHYSMSTR
             ASSIGN TO PHYSMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-PHYSICIAN-ID
               FILE STATUS IS PHYSMSTR-ST.
           SELECT CREDRPT
             ASSIGN TO CREDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CREDRPT-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PHYSMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY PHYSMSTR.

       FD  CREDRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 CREDRPT-LINE                PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 PHYSMSTR-ST               PIC X(2).
               88 PHYSMSTR-OK                      VALUE '00'.
               88 PHYSMSTR-MISSING                 VALUE '35'.
           05 CREDRPT-ST                PIC X(2).
               88 CREDRPT-OK                       VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 PHYSMSTR-EOF-SW           PIC X(1)   VALUE 'N'.
               88 NO-MORE-PHYSICIANS               VALUE 'Y'.

      * How far ahead of an expiry date the physician is listed.
       01 WARNING-WINDOW-WS.
           05 WARNING-DAYS-WS           PIC 9(03)  VALUE 060.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 PHYSICIANS-READ-WS        PIC S9(7)    VALUE ZERO.
           05 LICENSE-EXPIRED-WS        PIC S9(7)    VALUE ZERO.
           05 LICENSE-EXPIRING-WS       PIC S9(7)    VALUE ZERO.
           05 PRIV-EXPIRED-WS           PIC S9(7)    VALUE ZERO.
           05 PRIV-EXPIRING-WS          PIC S9(7)    VALUE ZERO.
           05 PRIV-INACTIVE-WS          PIC S9(7)    VALUE ZERO.
           05 DAYS-LEFT-WS              PIC S9(5)    VALUE ZERO.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-INT-WS               PIC 9(09).
           05 EXPIRY-INT-WS             PIC 9(09).
           05 HORIZON-DATE-WS           PIC 9(08).
           05 EXPIRY-DATE-WS            PIC 9(08).

       01 HEADING-ONE.
           05 HDG-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(36)
                  VALUE 'Expiring Physician Credentials'.
           05 FILLER                    PIC X(09)  VALUE 'THROUGH: '.
           05 HDG-HORIZON-DATE          PIC XXXX/XX/XX.

       01 CRED-COLUMN-HEADING.
           05 FILLER                    PIC X(11)  VALUE 'PHYSICIAN'.
           05 FILLER                    PIC X(32)  VALUE 'NAME'.
           05 FILLER                    PIC X(22)  VALUE 'SPECIALTY'.
           05 FILLER                    PIC X(12)  VALUE 'CREDENTIAL'.
           05 FILLER                    PIC X(14)  VALUE 'LICENSE NO'.
           05 FILLER                    PIC X(12)  VALUE 'EXPIRES'.
           05 FILLER                    PIC X(08)  VALUE 'DAYS'.
           05 FILLER                    PIC X(10)  VALUE 'ACTION'.

       01 CRED-DETAIL-LINE.
           05 CD-PHYSICIAN-ID           PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 CD-PHYSICIAN-NAME         PIC X(30).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 CD-SPECIALTY              PIC X(20).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 CD-CREDENTIAL             PIC X(10).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 CD-LICENSE-NO             PIC X(12).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 CD-EXPIRY-DATE            PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 CD-DAYS-LEFT              PIC -ZZZ9.
           05 CD-DAYS-LEFT-X REDEFINES CD-DAYS-LEFT
                                        PIC X(05).
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 CD-ACTION                 PIC X(12).

       01 SUMMARY-LINE.
           05 SM-LABEL                  PIC X(30).
           05 SM-COUNT-O                PIC ZZZ,ZZ9.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-CHECK-ONE-PHYSICIAN UNTIL NO-MORE-PHYSICIANS.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           MOVE FUNCTION INTEGER-OF-DATE (CURR-DATE-WS)
                                        TO CURR-INT-WS.
           COMPUTE EXPIRY-INT-WS = CURR-INT-WS + WARNING-DAYS-WS.
           MOVE FUNCTION DATE-OF-INTEGER (EXPIRY-INT-WS)
                                        TO HORIZON-DATE-WS.
           OPEN INPUT PHYSMSTR
           IF PHYSMSTR-MISSING
              DISPLAY 'NO PHYSICIAN MASTER - NOTHING TO REPORT'
              MOVE 'Y' TO PHYSMSTR-EOF-SW
           ELSE
           IF NOT PHYSMSTR-OK
              DISPLAY 'PHYSICIAN MASTER FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT CREDRPT
           IF NOT CREDRPT-OK
              DISPLAY 'CREDENTIALS REPORT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS    TO HDG-DATE.
           MOVE HORIZON-DATE-WS TO HDG-HORIZON-DATE.
           WRITE CREDRPT-LINE FROM HEADING-ONE.
           MOVE SPACES TO CREDRPT-LINE.
           WRITE CREDRPT-LINE.
           WRITE CREDRPT-LINE FROM CRED-COLUMN-HEADING.
           IF NOT NO-MORE-PHYSICIANS
              PERFORM 170-READ-PHYSICIAN
           END-IF.

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

       170-READ-PHYSICIAN.
           READ PHYSMSTR NEXT RECORD
              AT END
                 MOVE 'Y' TO PHYSMSTR-EOF-SW
           END-READ.
           IF NOT NO-MORE-PHYSICIANS
              ADD 1 TO PHYSICIANS-READ-WS
           END-IF.

      * The license and the privileges are listed on separate lines,
      * so a physician with both coming due appears twice.
       200-CHECK-ONE-PHYSICIAN.
           MOVE SPACES            TO CRED-DETAIL-LINE.
           MOVE PH-PHYSICIAN-ID   TO CD-PHYSICIAN-ID.
           MOVE PH-PHYSICIAN-NAME TO CD-PHYSICIAN-NAME.
           MOVE PH-SPECIALTY      TO CD-SPECIALTY.
           IF PH-LICENSE-EXP-DATE NOT > HORIZON-DATE-WS
              PERFORM 220-LIST-LICENSE
           END-IF.
           IF NOT PH-PRIVILEGES-ACTIVE
              OR (PH-PRIVILEGES-EXP-DATE NOT = ZERO
                  AND PH-PRIVILEGES-EXP-DATE NOT > HORIZON-DATE-WS)
              PERFORM 240-LIST-PRIVILEGES
           END-IF.
           PERFORM 170-READ-PHYSICIAN.

       220-LIST-LICENSE.
           MOVE 'LICENSE'           TO CD-CREDENTIAL.
           MOVE PH-LICENSE-NO       TO CD-LICENSE-NO.
           MOVE PH-LICENSE-EXP-DATE TO CD-EXPIRY-DATE, EXPIRY-DATE-WS.
           PERFORM 260-DAYS-LEFT.
           IF DAYS-LEFT-WS < ZERO
              MOVE 'EXPIRED'  TO CD-ACTION
              ADD 1 TO LICENSE-EXPIRED-WS
           ELSE
              MOVE 'RENEW'    TO CD-ACTION
              ADD 1 TO LICENSE-EXPIRING-WS
           END-IF.
           WRITE CREDRPT-LINE FROM CRED-DETAIL-LINE.

      * Suspended or revoked privileges are listed whatever the
      * reappointment date says.
       240-LIST-PRIVILEGES.
           MOVE 'PRIVILEGES' TO CD-CREDENTIAL.
           MOVE SPACES       TO CD-LICENSE-NO.
           IF PH-PRIVILEGES-EXP-DATE = ZERO
              MOVE SPACES                 TO CD-EXPIRY-DATE
              MOVE ZERO                   TO DAYS-LEFT-WS
              MOVE SPACES                 TO CD-DAYS-LEFT-X
           ELSE
              MOVE PH-PRIVILEGES-EXP-DATE TO CD-EXPIRY-DATE,
                                             EXPIRY-DATE-WS
              PERFORM 260-DAYS-LEFT
           END-IF.
           EVALUATE TRUE
              WHEN PH-PRIVILEGES-SUSPENDED
                 MOVE 'SUSPENDED'     TO CD-ACTION
                 ADD 1 TO PRIV-INACTIVE-WS
              WHEN PH-PRIVILEGES-REVOKED
                 MOVE 'REVOKED'       TO CD-ACTION
                 ADD 1 TO PRIV-INACTIVE-WS
              WHEN NOT PH-PRIVILEGES-ACTIVE
                 MOVE 'NO STATUS'     TO CD-ACTION
                 ADD 1 TO PRIV-INACTIVE-WS
              WHEN DAYS-LEFT-WS < ZERO
                 MOVE 'EXPIRED'       TO CD-ACTION
                 ADD 1 TO PRIV-EXPIRED-WS
              WHEN OTHER
                 MOVE 'REAPPOINT'     TO CD-ACTION
                 ADD 1 TO PRIV-EXPIRING-WS
           END-EVALUATE.
           WRITE CREDRPT-LINE FROM CRED-DETAIL-LINE.

      * Days from the business date to EXPIRY-DATE-WS; negative
      * once it has passed.
       260-DAYS-LEFT.
           MOVE FUNCTION INTEGER-OF-DATE (EXPIRY-DATE-WS)
                                        TO EXPIRY-INT-WS.
           COMPUTE DAYS-LEFT-WS = EXPIRY-INT-WS - CURR-INT-WS.
           MOVE DAYS-LEFT-WS TO CD-DAYS-LEFT.

       700-PRINT-SUMMARY.
           MOVE SPACES TO CREDRPT-LINE.
           WRITE CREDRPT-LINE.
           MOVE 'PHYSICIANS ON MASTER:' TO SM-LABEL.
           MOVE PHYSICIANS-READ-WS      TO SM-COUNT-O.
           WRITE CREDRPT-LINE FROM SUMMARY-LINE.
           MOVE 'LICENSES EXPIRED:'     TO SM-LABEL.
           MOVE LICENSE-EXPIRED-WS      TO SM-COUNT-O.
           WRITE CREDRPT-LINE FROM SUMMARY-LINE.
           MOVE 'LICENSES EXPIRING:'    TO SM-LABEL.
           MOVE LICENSE-EXPIRING-WS     TO SM-COUNT-O.
           WRITE CREDRPT-LINE FROM SUMMARY-LINE.
           MOVE 'PRIVILEGES EXPIRED:'   TO SM-LABEL.
           MOVE PRIV-EXPIRED-WS         TO SM-COUNT-O.
           WRITE CREDRPT-LINE FROM SUMMARY-LINE.
           MOVE 'PRIVILEGES EXPIRING:'  TO SM-LABEL.
           MOVE PRIV-EXPIRING-WS        TO SM-COUNT-O.
           WRITE CREDRPT-LINE FROM SUMMARY-LINE.
           MOVE 'PRIVILEGES NOT ACTIVE:' TO SM-LABEL.
           MOVE PRIV-INACTIVE-WS        TO SM-COUNT-O.
           WRITE CREDRPT-LINE FROM SUMMARY-LINE.

       900-WRAP-UP.
           DISPLAY 'PHYSICIANS READ:     ' PHYSICIANS-READ-WS.
           IF NOT PHYSMSTR-MISSING
              CLOSE PHYSMSTR
           END-IF.
           CLOSE CREDRPT.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE PHYSMSTR, CREDRPT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
