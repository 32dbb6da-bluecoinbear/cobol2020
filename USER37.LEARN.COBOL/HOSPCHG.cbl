      * room and equipment totals per patient, appending every
      * charge line to the charge history file, and printing a
      * posting summary - so the daily extracts stop piling up as
      * the only record of what an inpatient owes. A charge for a
      * patient HOSPDISC has already discharged and billed is held
      * on the late-charge file for LATEBILL's supplemental billing
      * instead of starting a new accumulation on the charges
      * master.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           SELECT CHGHIST   ASSIGN TO CHGHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CHGHIST-ST.
           SELECT PATMSTR   ASSIGN TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PATMSTR-KEY
                  FILE STATUS IS PATMSTR-STATUS.
           SELECT LATECHG   ASSIGN TO LATECHG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS LATECHG-ST.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.
               88 DC-CLASS-PHARMACY                        VALUE 'P'.
               88 DC-CLASS-THERAPY                         VALUE 'T'.
               88 DC-CLASS-OTHER                           VALUE 'O'.
               88 DC-CLASS-SURGERY                         VALUE 'S'.
           05 FILLER                            PIC X(04).

       FD  PATCHGS
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATCHGS.

       FD  CHGHIST
           05 CH-REVENUE-CLASS                  PIC X(01).
           05 FILLER                            PIC X(05).

       FD  PATMSTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY PATMSTR.

       FD  LATECHG
           RECORD CONTAINS 100 CHARACTERS.
           COPY LATECHG.

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).
               88 PATCHGS-MISSING                          VALUE '35'.
           05 CHGHIST-ST                        PIC X(02).
               88 CHGHIST-OK                               VALUE '00'.
           05 PATMSTR-STATUS                    PIC X(02).
               88 PATMSTR-FOUND                            VALUE '00'.
           05 LATECHG-ST                        PIC X(02).
               88 LATECHG-OK                               VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

                                                           VALUE ZERO.
           05 ANC-POSTED-WS                     PIC 9(09)V99
                                                           VALUE ZERO.
           05 LATE-CHARGES-HELD                 PIC 9(07)  VALUE ZERO.
           05 LATE-HELD-WS                      PIC 9(09)V99
                                                           VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           MOVE "400-POST-CHARGE" TO PARA-NAME.
           IF DC-ANCILLARY-CHARGE NOT NUMERIC
               MOVE ZERO TO DC-ANCILLARY-CHARGE.
      * The stay is already billed once the patient is discharged -
      * the charge waits on the late-charge file for the
      * supplemental bill. A readmission clears the discharge date,
      * so the new stay's charges post normally.
           MOVE DC-PATIENT-ID TO PATMSTR-KEY.
           READ PATMSTR.
           IF PATMSTR-FOUND
               AND PATMSTR-DISCHARGE-DATE NOT = ZERO
               PERFORM 430-HOLD-LATE-CHARGE THRU 430-EXIT
               PERFORM 450-WRITE-CHARGE-HISTORY THRU 450-EXIT
               GO TO 400-EXIT.
           MOVE DC-PATIENT-ID TO PC-PATIENT-ID.
           READ PATCHGS.
      * Only a room-charge line is a night of the stay - the
               MOVE ZERO TO PC-LAB-CHARGES-TO-DATE,
                            PC-PHARM-CHARGES-TO-DATE,
                            PC-THER-CHARGES-TO-DATE,
                            PC-OTHER-CHARGES-TO-DATE,
                            PC-OR-CHARGES-TO-DATE
               PERFORM 420-POST-ANCILLARY THRU 420-EXIT
               MOVE CURR-DATE-WS       TO PC-LAST-CHARGE-DATE
               WRITE PC-CHARGES-REC
               WHEN DC-CLASS-THERAPY
                   ADD DC-ANCILLARY-CHARGE
                       TO PC-THER-CHARGES-TO-DATE
               WHEN DC-CLASS-SURGERY
                   ADD DC-ANCILLARY-CHARGE
                       TO PC-OR-CHARGES-TO-DATE
               WHEN OTHER
                   ADD DC-ANCILLARY-CHARGE
                       TO PC-OTHER-CHARGES-TO-DATE
       420-EXIT.
           EXIT.

       430-HOLD-LATE-CHARGE.
           MOVE "430-HOLD-LATE-CHARGE" TO PARA-NAME.
           MOVE SPACES                 TO LC-LATE-CHARGE-REC.
           MOVE DC-PATIENT-ID          TO LC-PATIENT-ID.
           MOVE PATMSTR-DATE-ADMIT     TO LC-ADMIT-DATE.
           MOVE PATMSTR-DISCHARGE-DATE TO LC-DISCHARGE-DATE.
           MOVE CURR-DATE-WS           TO LC-POSTED-DATE.
           MOVE DC-ROOM-CHARGE         TO LC-ROOM-CHARGE.
           MOVE DC-EQUIPMENT-CHARGE    TO LC-EQUIPMENT-CHARGE.
           MOVE DC-ANCILLARY-CHARGE    TO LC-ANCILLARY-CHARGE.
           MOVE DC-REVENUE-CLASS       TO LC-REVENUE-CLASS.
           MOVE DC-DAILY-COMMENTS      TO LC-COMMENTS.
           MOVE ZERO                   TO LC-BILLED-DATE.
           WRITE LC-LATE-CHARGE-REC.
           ADD +1 TO LATE-CHARGES-HELD.
           ADD DC-ROOM-CHARGE      TO LATE-HELD-WS.
           ADD DC-EQUIPMENT-CHARGE TO LATE-HELD-WS.
           ADD DC-ANCILLARY-CHARGE TO LATE-HELD-WS.
       430-EXIT.
           EXIT.

       450-WRITE-CHARGE-HISTORY.
           MOVE DC-PATIENT-ID        TO CH-PATIENT-ID.
           MOVE CURR-DATE-WS         TO CH-CHARGE-DATE.
           OPEN EXTEND CHGHIST.
           IF NOT CHGHIST-OK
               OPEN OUTPUT CHGHIST.
           OPEN INPUT PATMSTR.
           OPEN EXTEND LATECHG.
           IF NOT LATECHG-OK
               OPEN OUTPUT LATECHG.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE DLYCHRG, PATCHGS, CHGHIST, PATMSTR, LATECHG,
                 SYSOUT.
       850-EXIT.
           EXIT.

           MOVE EQUIP-POSTED-WS TO PS-EQUIP-O.
           WRITE SYSOUT-REC FROM CHG-SUMMARY-LINE.
           DISPLAY "ANCILLARY POSTED: " ANC-POSTED-WS.
           DISPLAY "LATE CHARGES HELD: " LATE-CHARGES-HELD
               "  AMOUNT: " LATE-HELD-WS.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
