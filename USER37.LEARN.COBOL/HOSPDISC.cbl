      * dates from PATMSTR, patient name from PATPERSN, room and
      * equipment totals from the patient-charges master - as a
      * formatted statement plus a billing extract record for the
      * receivables side. Each discharge is also grouped to its DRG
      * - primary diagnosis through DIAGMSTR to the DRG table - and
      * the assignment, with the expected payment at the hospital
      * base rate, is written for the case-mix report.
      * The bed the patient leaves is marked dirty on the bed-status
      * file with the discharge date and time, so admissions cannot
      * place the next patient until housekeeping turns it over.
      * Medical records gets the stay's chart-deficiency items -
      * discharge summary, signatures and coding - opened against
      * the attending physician; the claim waits on them.
      * The run's receivable and revenue posting goes to the GL
      * extract as of the run's business date (RUNPARM's when it
      * overrides).
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SS-SEG-KEY
                  FILE STATUS IS STAYSEG-STATUS.
           SELECT DIAGMSTR  ASSIGN TO DIAGMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DG-DIAG-CODE
                  FILE STATUS IS DIAGMSTR-STATUS.
           SELECT DRGMSTR   ASSIGN TO DRGMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DR-DRG-CODE
                  FILE STATUS IS DRGMSTR-STATUS.
           SELECT DRGASGN   ASSIGN TO DRGASGN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DA-ASSIGN-KEY
                  FILE STATUS IS DRGASGN-STATUS.
           SELECT BEDSTAT   ASSIGN TO BEDSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BS-BED-KEY
                  FILE STATUS IS BEDSTAT-STATUS.
           SELECT CHARTDEF  ASSIGN TO CHARTDEF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CF-DEF-KEY
                  FILE STATUS IS CHARTDEF-STATUS.
           SELECT GLEXTR    ASSIGN TO GLEXTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GLEXTR-ST.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       01  DISCTRAN-REC.
           05 DT-PATIENT-ID                     PIC X(09).
           05 DT-DISCHARGE-DATE                  PIC 9(08).
      * HHMM the patient left the bed; the run time when blank.
           05 DT-DISCHARGE-TIME                  PIC 9(04).
           05 FILLER                            PIC X(59).

       FD  PATMSTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY PATPERSN.

       FD  PATCHGS
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATCHGS.

       FD  PATBILL
           05 BX-TOTAL-CHARGES                  PIC 9(09)V99.
           05 BX-LAST-NAME                      PIC X(20).
           05 BX-FIRST-NAME                     PIC X(15).
      * 'I' for a stay; ENCBILL's outpatient and ER visit bills
      * carry the visit type.
           05 BX-BILL-TYPE                      PIC X(01).
           05 FILLER                            PIC X(06).

       FD  STAYSEG
           RECORD CONTAINS 60 CHARACTERS.
           COPY STAYSEG.

       FD  DIAGMSTR
           RECORD CONTAINS 60 CHARACTERS.
           COPY DIAGMSTR.

       FD  DRGMSTR
           RECORD CONTAINS 60 CHARACTERS.
           COPY DRGMSTR.

       FD  DRGASGN
           RECORD CONTAINS 100 CHARACTERS.
           COPY DRGASGN.

       FD  BEDSTAT
           RECORD CONTAINS 100 CHARACTERS.
           COPY BEDSTAT.

       FD  CHARTDEF
           RECORD CONTAINS 80 CHARACTERS.
           COPY CHARTDEF.

      * One balanced posting pair per run in the shared GLEXTR
      * convention - patient receivable against hospital revenue -
      * for the GL consolidation.
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
               88 STAYSEG-MISSING                          VALUE '35'.
           05 STAYSEG-EOF-SW                    PIC X(01)  VALUE 'N'.
               88 STAYSEG-EOF                              VALUE 'Y'.
           05 DIAGMSTR-STATUS                   PIC X(02).
               88 DIAGMSTR-FOUND                           VALUE '00'.
           05 DRGMSTR-STATUS                    PIC X(02).
               88 DRGMSTR-FOUND                            VALUE '00'.
           05 DRGASGN-STATUS                    PIC X(02).
               88 DRGASGN-OK                               VALUE '00'.
               88 DRGASGN-MISSING                          VALUE '35'.
           05 BEDSTAT-STATUS                    PIC X(02).
               88 BEDSTAT-FOUND                            VALUE '00'.
               88 BEDSTAT-MISSING                          VALUE '35'.
           05 CHARTDEF-STATUS                   PIC X(02).
               88 CHARTDEF-OK                              VALUE '00'.
               88 CHARTDEF-MISSING                         VALUE '35'.
           05 GLEXTR-ST                         PIC X(02).
               88 GLEXTR-OK                                VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  STAY-SEG-WORK-WS.
           05 SEG-MAX-SEQ-WS                    PIC 9(03)  VALUE ZERO.
                                                           VALUE ZERO.
           05 RUN-BILLED-WS                     PIC 9(11)V99
                                                           VALUE ZERO.
           05 DRGS-ASSIGNED                     PIC 9(07)  VALUE ZERO.
           05 DRGS-UNGROUPED                    PIC 9(07)  VALUE ZERO.
           05 BEDS-VACATED                      PIC 9(07)  VALUE ZERO.
           05 CHART-ITEMS-OPENED                PIC 9(07)  VALUE ZERO.
           05 CURR-TIME-WS                      PIC 9(04)  VALUE ZERO.
           05 CURR-DATE-WS                      PIC 9(08)  VALUE ZERO.

      * DRG grouping. The base rate comes off the DRG table's
      * control record at start of run; with none on file every
      * expected payment is zero until DRGMNT sets one.
       01  DRG-WORK-WS.
           05 DRG-BASE-RATE-WS                  PIC 9(07)V99
                                                           VALUE ZERO.
           05 ADMIT-INT-WS                      PIC 9(07)  VALUE ZERO.
           05 DISCH-INT-WS                      PIC 9(07)  VALUE ZERO.

       01  BILL-HEADING-1.
           05 FILLER                            PIC X(25)
                  VALUE 'NOT FOUND:    '.
           05 DS-NOT-FOUND-O                    PIC ZZZ,ZZ9.

       77  CHART-ITEM-HOLD-WS                   PIC X(02)  VALUE SPACES.
       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.


       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (9:4) TO CURR-TIME-WS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS.
           PERFORM 800-OPEN-FILES.
           PERFORM 900-READ-DISCTRAN.

               MOVE "EMPTY DISCHARGE TRANSACTION FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           MOVE '000' TO DR-DRG-CODE.
           READ DRGMSTR.
           IF DRGMSTR-FOUND
               MOVE DR-BASE-RATE TO DRG-BASE-RATE-WS
           ELSE
               DISPLAY "NO DRG BASE RATE ON FILE".

       050-CHECK-RUN-PARAMETERS.
           OPEN INPUT RUNPARM
           IF RUNPARM-OK
               READ RUNPARM INTO RUNPARM-REC
                   AT END MOVE SPACE TO RP-DATE-OVERRIDE-SW
               END-READ
               CLOSE RUNPARM
               IF RP-DATE-OVERRIDDEN
                   MOVE RP-BUSINESS-DATE TO CURR-DATE-WS
               END-IF
           ELSE
               DISPLAY "NO RUNPARM FILE - USING SYSTEM DATE".

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 400-DISCHARGE-PATIENT THRU 400-EXIT.
               MOVE DT-DISCHARGE-DATE TO PATMSTR-DISCHARGE-DATE
               REWRITE PATMSTR-REC
               PERFORM 470-CLOSE-STAY-SEGMENT THRU 470-EXIT
               PERFORM 475-MARK-BED-DIRTY THRU 475-EXIT
               ADD +1 TO TRANS-DISCHARGED
               MOVE ZERO TO BILL-TOTAL-WS
               PERFORM 450-PRODUCE-BILL THRU 450-EXIT
               PERFORM 500-ASSIGN-DRG THRU 500-EXIT
               PERFORM 550-OPEN-CHART-ITEMS THRU 550-EXIT
           ELSE
               MOVE DT-PATIENT-ID TO DF-PATIENT-ID
               WRITE SYSOUT-REC FROM DISCTRAN-NOT-FOUND-LINE
           COMPUTE BILL-TOTAL-WS =
               PC-ROOM-CHARGES-TO-DATE + PC-EQUIP-CHARGES-TO-DATE
               + PC-LAB-CHARGES-TO-DATE + PC-PHARM-CHARGES-TO-DATE
               + PC-THER-CHARGES-TO-DATE + PC-OTHER-CHARGES-TO-DATE
               + PC-OR-CHARGES-TO-DATE.
           MOVE BILL-TOTAL-WS           TO BT-TOTAL-O.

           WRITE PATBILL-REC FROM BILL-BLANK-LINE.
           ELSE
               MOVE SPACES               TO BX-LAST-NAME
               MOVE SPACES               TO BX-FIRST-NAME.
           MOVE 'I'                      TO BX-BILL-TYPE.
           WRITE BILLXTR-REC.
           ADD +1 TO BILLS-PRODUCED.
           ADD BILL-TOTAL-WS TO RUN-BILLED-WS.
               MOVE 'THERAPY CHARGES             ' TO BA-CLASS-DESC
               MOVE PC-THER-CHARGES-TO-DATE TO BA-ANC-O
               WRITE PATBILL-REC FROM BILL-ANC-LINE.
           IF PC-OR-CHARGES-TO-DATE > ZERO
               MOVE 'OPERATING ROOM CHARGES      ' TO BA-CLASS-DESC
               MOVE PC-OR-CHARGES-TO-DATE TO BA-ANC-O
               WRITE PATBILL-REC FROM BILL-ANC-LINE.
           IF PC-OTHER-CHARGES-TO-DATE > ZERO
               MOVE 'OTHER ANCILLARY CHARGES     ' TO BA-CLASS-DESC
               MOVE PC-OTHER-CHARGES-TO-DATE TO BA-ANC-O
       470-EXIT.
           EXIT.

      * The vacated bed waits for housekeeping. A bed not yet on the
      * status file gets its entry now.
       475-MARK-BED-DIRTY.
           IF PATMSTR-WARD-ID = SPACES
              AND PATMSTR-BED-ID-PRIMARY = SPACES
               GO TO 475-EXIT.
           MOVE PATMSTR-WARD-ID        TO BS-WARD-ID.
           MOVE PATMSTR-BED-ID-PRIMARY TO BS-BED-ID.
           READ BEDSTAT.
           IF NOT BEDSTAT-FOUND
               MOVE SPACES                 TO BS-BED-STATUS-REC
               MOVE PATMSTR-WARD-ID        TO BS-WARD-ID
               MOVE PATMSTR-BED-ID-PRIMARY TO BS-BED-ID
               MOVE ZERO TO BS-CLEAN-START-DATE, BS-CLEAN-START-TIME,
                            BS-READY-DATE, BS-READY-TIME
           END-IF.
           MOVE 'D'               TO BS-STATUS.
           MOVE DT-PATIENT-ID     TO BS-PATIENT-ID.
           MOVE DT-DISCHARGE-DATE TO BS-VACATED-DATE.
           IF DT-DISCHARGE-TIME NUMERIC
              AND DT-DISCHARGE-TIME NOT = ZERO
               MOVE DT-DISCHARGE-TIME TO BS-VACATED-TIME
           ELSE
               MOVE CURR-TIME-WS      TO BS-VACATED-TIME.
           MOVE DT-DISCHARGE-DATE TO BS-STATUS-DATE.
           IF BEDSTAT-FOUND
               REWRITE BS-BED-STATUS-REC
           ELSE
               WRITE BS-BED-STATUS-REC.
           ADD +1 TO BEDS-VACATED.
       475-EXIT.
           EXIT.

      * Walks the patient's stay segments to learn the highest
      * sequence used and which segment, if any, is still open.
       480-SCAN-STAY-SEGMENTS.
       490-EXIT.
           EXIT.

      * Groups the stay on its primary diagnosis. A diagnosis not on
      * DIAGMSTR, with no DRG code, or pointing at a group not on
      * the table leaves the stay ungrouped with no expected payment
      * - it still gets an assignment record so the case-mix report
      * can count it. A same-day stay counts as one day.
       500-ASSIGN-DRG.
           MOVE "500-ASSIGN-DRG" TO PARA-NAME.
           MOVE SPACES                    TO DA-ASSIGN-REC.
           MOVE DT-DISCHARGE-DATE         TO DA-DISCHARGE-DATE.
           MOVE DT-PATIENT-ID             TO DA-PATIENT-ID.
           MOVE PATMSTR-DATE-ADMIT        TO DA-ADMIT-DATE.
           MOVE PATMSTR-WARD-ID           TO DA-WARD-ID.
           MOVE PATMSTR-DIAG-CODE-PRIMARY TO DA-DIAG-CODE.
           MOVE PATMSTR-ATTENDING-ID      TO DA-ATTENDING-ID.
           MOVE BILL-TOTAL-WS             TO DA-TOTAL-CHARGES.
           MOVE ZERO TO DA-RELATIVE-WEIGHT, DA-GMLOS,
                        DA-EXPECTED-REIMB.
           MOVE FUNCTION INTEGER-OF-DATE (PATMSTR-DATE-ADMIT)
                                        TO ADMIT-INT-WS.
           MOVE FUNCTION INTEGER-OF-DATE (DT-DISCHARGE-DATE)
                                        TO DISCH-INT-WS.
           IF DISCH-INT-WS > ADMIT-INT-WS
               COMPUTE DA-ACTUAL-LOS = DISCH-INT-WS - ADMIT-INT-WS
           ELSE
               MOVE 1 TO DA-ACTUAL-LOS.
           MOVE 'U' TO DA-GROUP-STATUS.
           MOVE PATMSTR-DIAG-CODE-PRIMARY TO DG-DIAG-CODE.
           READ DIAGMSTR.
           IF DIAGMSTR-FOUND
               AND DG-DRG-CODE NOT = SPACES
               MOVE DG-DRG-CODE TO DR-DRG-CODE
               READ DRGMSTR
               IF DRGMSTR-FOUND
                   MOVE 'G'                TO DA-GROUP-STATUS
                   MOVE DR-DRG-CODE        TO DA-DRG-CODE
                   MOVE DR-RELATIVE-WEIGHT TO DA-RELATIVE-WEIGHT
                   MOVE DR-GMLOS           TO DA-GMLOS
                   COMPUTE DA-EXPECTED-REIMB ROUNDED =
                       DRG-BASE-RATE-WS * DR-RELATIVE-WEIGHT
               END-IF
           END-IF.
           IF DA-GROUPED
               ADD +1 TO DRGS-ASSIGNED
           ELSE
               ADD +1 TO DRGS-UNGROUPED.
      * A rerun of the same discharge replaces its assignment.
           WRITE DA-ASSIGN-REC
               INVALID KEY
                   REWRITE DA-ASSIGN-REC
           END-WRITE.
       500-EXIT.
           EXIT.

      * Every discharged chart starts with the same deficiencies,
      * all assigned to the attending. A rerun of the discharge
      * leaves items already on file - open or completed - alone.
       550-OPEN-CHART-ITEMS.
           MOVE "550-OPEN-CHART-ITEMS" TO PARA-NAME.
           MOVE 'DS' TO CF-ITEM-CODE.
           PERFORM 560-WRITE-CHART-ITEM THRU 560-EXIT.
           MOVE 'SG' TO CF-ITEM-CODE.
           PERFORM 560-WRITE-CHART-ITEM THRU 560-EXIT.
           MOVE 'CD' TO CF-ITEM-CODE.
           PERFORM 560-WRITE-CHART-ITEM THRU 560-EXIT.
       550-EXIT.
           EXIT.

       560-WRITE-CHART-ITEM.
           MOVE CF-ITEM-CODE          TO CHART-ITEM-HOLD-WS.
           MOVE SPACES                TO CF-CHART-DEF-REC.
           MOVE DT-PATIENT-ID         TO CF-PATIENT-ID.
           MOVE PATMSTR-DATE-ADMIT    TO CF-ADMIT-DATE.
           MOVE CHART-ITEM-HOLD-WS    TO CF-ITEM-CODE.
           MOVE DT-DISCHARGE-DATE     TO CF-DISCHARGE-DATE.
           MOVE PATMSTR-ATTENDING-ID  TO CF-PHYSICIAN-ID.
           MOVE 'O'                   TO CF-STATUS.
           MOVE DT-DISCHARGE-DATE     TO CF-OPENED-DATE.
           MOVE ZERO                  TO CF-COMPLETED-DATE.
           WRITE CF-CHART-DEF-REC
               INVALID KEY
                   GO TO 560-EXIT
           END-WRITE.
           ADD +1 TO CHART-ITEMS-OPENED.
       560-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT DISCTRAN.
               CLOSE STAYSEG
               OPEN I-O STAYSEG
           END-IF.
           OPEN INPUT DIAGMSTR.
           OPEN INPUT DRGMSTR.
           OPEN I-O DRGASGN.
           IF DRGASGN-MISSING
               OPEN OUTPUT DRGASGN
               CLOSE DRGASGN
               OPEN I-O DRGASGN
           END-IF.
           OPEN I-O BEDSTAT.
           IF BEDSTAT-MISSING
               OPEN OUTPUT BEDSTAT
               CLOSE BEDSTAT
               OPEN I-O BEDSTAT
           END-IF.
           OPEN I-O CHARTDEF.
           IF CHARTDEF-MISSING
               OPEN OUTPUT CHARTDEF
               CLOSE CHARTDEF
               OPEN I-O CHARTDEF
           END-IF.
           OPEN OUTPUT PATBILL.
           OPEN OUTPUT BILLXTR.
           OPEN OUTPUT GLEXTR.
       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE DISCTRAN, PATMSTR, PATPERSN, PATCHGS,
                 STAYSEG, DIAGMSTR, DRGMSTR, DRGASGN, BEDSTAT,
                 CHARTDEF, PATBILL, BILLXTR, GLEXTR, SYSOUT.
       850-EXIT.
           EXIT.

           MOVE 'DISCHARGE BILLS OPENED' TO GL-DESCRIPTION.
           MOVE RUN-BILLED-WS TO GL-DEBIT.
           MOVE ZERO TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'HOSPDISC' TO GL-SOURCE.
           WRITE GLEXTR-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'DISCHARGE REVENUE' TO GL-DESCRIPTION.
           MOVE ZERO TO GL-DEBIT.
           MOVE RUN-BILLED-WS TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'HOSPDISC' TO GL-SOURCE.
           WRITE GLEXTR-REC.
       960-EXIT.
           MOVE TRANS-NOT-FOUND   TO DS-NOT-FOUND-O.
           WRITE SYSOUT-REC FROM DISCTRAN-SUMMARY-LINE.
           DISPLAY "BILLS PRODUCED: " BILLS-PRODUCED.
           DISPLAY "DRGS ASSIGNED:  " DRGS-ASSIGNED.
           DISPLAY "NOT GROUPED:    " DRGS-UNGROUPED.
           DISPLAY "BEDS TO CLEAN:  " BEDS-VACATED.
           DISPLAY "CHART ITEMS:    " CHART-ITEMS-OPENED.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
