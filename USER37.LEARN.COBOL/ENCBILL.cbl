       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ENCBILL.
      * Outpatient and emergency department visit billing - the
      * HOSPDISC of the encounter master. Every visit ENCENTRY has
      * closed gets a visit-level bill: patient name and mailing
      * address from PATPERSN, one line per revenue class with
      * dollars, and a BILLXTR record added to the extract HOSPDISC
      * wrote, so PATAROPN opens the receivable and HOSP2CLM bridges
      * the visit to CLAIMRPT along with the inpatient stays. A
      * visit bill carries no admit date: the visit date is the
      * service date. The visit is then marked billed. ER visits
      * that became admissions were converted by ENCENTRY and are
      * billed with the stay instead.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCMSTR   ASSIGN TO ENCMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EN-ENCOUNTER-KEY
                  FILE STATUS IS ENCMSTR-STATUS.
           SELECT PATPERSN  ASSIGN TO PATPERSN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PATPERSN-KEY
                  FILE STATUS IS PATPERSN-STATUS.
           SELECT VISBILL   ASSIGN TO VISBILL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VISBILL-ST.
           SELECT BILLXTR   ASSIGN TO BILLXTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BILLXTR-ST.
           SELECT GLEXTR    ASSIGN TO GLEXTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GLEXTR-ST.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  ENCMSTR
           RECORD CONTAINS 120 CHARACTERS.
           COPY ENCMSTR.

       FD  PATPERSN
           RECORD CONTAINS 160 CHARACTERS.
           COPY PATPERSN.

       FD  VISBILL
           RECORD CONTAINS 80 CHARACTERS.
       01  VISBILL-REC                          PIC X(80).

      * Added to the discharge run's extract, same layout.
       FD  BILLXTR
           RECORD CONTAINS 100 CHARACTERS.
       01  BILLXTR-REC.
           05 BX-PATIENT-ID                     PIC X(09).
           05 BX-ADMIT-DATE                     PIC 9(08).
           05 BX-DISCHARGE-DATE                 PIC 9(08).
           05 BX-ROOM-CHARGES                   PIC 9(09)V99.
           05 BX-EQUIP-CHARGES                  PIC 9(09)V99.
           05 BX-TOTAL-CHARGES                  PIC 9(09)V99.
           05 BX-LAST-NAME                      PIC X(20).
           05 BX-FIRST-NAME                     PIC X(15).
           05 BX-BILL-TYPE                      PIC X(01).
           05 FILLER                            PIC X(06).

      * One balanced posting pair per run in the shared GLEXTR
      * convention - patient receivable against hospital revenue.
       FD  GLEXTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLEXTR.

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-VISITS-SW                    PIC X(01)  VALUE 'Y'.
               88 NO-MORE-VISITS                           VALUE 'N'.

       01  FILE-STATUS-WS.
           05 ENCMSTR-STATUS                    PIC X(02).
               88 ENCMSTR-OK                               VALUE '00'.
               88 ENCMSTR-MISSING                          VALUE '35'.
           05 PATPERSN-STATUS                   PIC X(02).
               88 PATPERSN-FOUND                           VALUE '00'.
           05 VISBILL-ST                        PIC X(02).
               88 VISBILL-OK                               VALUE '00'.
           05 BILLXTR-ST                        PIC X(02).
               88 BILLXTR-OK                               VALUE '00'.
           05 GLEXTR-ST                         PIC X(02).
               88 GLEXTR-OK                                VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 VISITS-READ                       PIC 9(07)  VALUE ZERO.
           05 BILLS-PRODUCED                    PIC 9(07)  VALUE ZERO.
           05 NO-CHARGE-VISITS                  PIC 9(07)  VALUE ZERO.
           05 RUN-BILLED-WS                     PIC 9(11)V99
                                                           VALUE ZERO.

       01  BILL-HEADING-1.
           05 FILLER                            PIC X(25)
                  VALUE 'PATIENT VISIT BILL       '.
           05 BH-PATIENT-ID                     PIC X(09).

       01  BILL-NAME-LINE.
           05 FILLER                            PIC X(09)
                  VALUE 'PATIENT: '.
           05 BN-PATIENT-NAME                   PIC X(38).

       01  BILL-ADDR-LINE.
           05 FILLER                            PIC X(09)
                  VALUE 'MAIL TO: '.
           05 BA-ADDR-TEXT                      PIC X(50).

       01  BILL-VISIT-LINE.
           05 BV-VISIT-DESC                     PIC X(24).
           05 FILLER                            PIC X(06)
                  VALUE 'DATE: '.
           05 BV-VISIT-DATE                     PIC 9(08).
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'DIAGNOSIS: '.
           05 BV-DIAG-CODE                      PIC X(06).

       01  BILL-ANC-LINE.
           05 BC-CLASS-DESC                     PIC X(28).
           05 BC-ANC-O                          PIC $$$,$$$,$$9.99.

       01  BILL-TOTAL-LINE.
           05 FILLER                            PIC X(28)
                  VALUE 'TOTAL DUE                   '.
           05 BT-TOTAL-O                        PIC $$$,$$$,$$9.99.

       01  BILL-BLANK-LINE                      PIC X(80)
                                                    VALUE SPACES.

       01  NO-CHARGES-LINE.
           05 FILLER                            PIC X(26)
                  VALUE 'NO CHARGES - NO BILL:    '.
           05 NC-PATIENT-ID                     PIC X(09).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 NC-VISIT-DATE                     PIC 9(08).

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

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

       01  VISIT-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
                  VALUE 'VISITS READ:     '.
           05 VS-VISITS-READ-O                  PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(08)
                  VALUE 'BILLED: '.
           05 VS-BILLED-O                       PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(12)
                  VALUE 'NO CHARGES: '.
           05 VS-NO-CHARGE-O                    PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(07)
                  VALUE 'TOTAL: '.
           05 VS-TOTAL-O                        PIC $$$,$$$,$$9.99.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAINLINE
               UNTIL NO-MORE-VISITS.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

      * No encounter master yet simply means nothing to bill.
       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 800-OPEN-FILES.
           IF ENCMSTR-MISSING
               MOVE "N" TO MORE-VISITS-SW
           ELSE
               PERFORM 900-READ-ENCMSTR THRU 900-EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           IF EN-CLOSED
               PERFORM 400-BILL-VISIT THRU 400-EXIT.
           PERFORM 900-READ-ENCMSTR THRU 900-EXIT.

       400-BILL-VISIT.
           MOVE "400-BILL-VISIT" TO PARA-NAME.
      * A visit closed with nothing charged is marked billed so it
      * does not come round every night.
           IF EN-TOTAL-CHARGES = ZERO
               MOVE EN-PATIENT-ID TO NC-PATIENT-ID
               MOVE EN-VISIT-DATE TO NC-VISIT-DATE
               WRITE SYSOUT-REC FROM NO-CHARGES-LINE
               ADD +1 TO NO-CHARGE-VISITS
               GO TO 400-MARK-BILLED.

           MOVE EN-PATIENT-ID TO PATPERSN-KEY.
           READ PATPERSN.
           IF PATPERSN-FOUND
               MOVE SPACES TO BN-PATIENT-NAME
               STRING PATPERSN-LAST-NAME  DELIMITED BY '  '
                      ', '                DELIMITED BY SIZE
                      PATPERSN-FIRST-NAME DELIMITED BY SIZE
                   INTO BN-PATIENT-NAME
               END-STRING
           ELSE
               MOVE 'NAME NOT ON FILE' TO BN-PATIENT-NAME.

           MOVE EN-PATIENT-ID    TO BH-PATIENT-ID.
           IF EN-EMERGENCY-VISIT
               MOVE 'EMERGENCY DEPT VISIT    ' TO BV-VISIT-DESC
           ELSE
               MOVE 'OUTPATIENT VISIT        ' TO BV-VISIT-DESC.
           MOVE EN-VISIT-DATE    TO BV-VISIT-DATE.
           MOVE EN-DIAG-CODE     TO BV-DIAG-CODE.
           MOVE EN-TOTAL-CHARGES TO BT-TOTAL-O.

           WRITE VISBILL-REC FROM BILL-BLANK-LINE.
           WRITE VISBILL-REC FROM BILL-HEADING-1.
           WRITE VISBILL-REC FROM BILL-NAME-LINE.
           IF PATPERSN-FOUND
               AND PATPERSN-ADDRESS-1 NOT = SPACES
               MOVE SPACES TO BA-ADDR-TEXT
               STRING PATPERSN-ADDRESS-1  DELIMITED BY '  '
                      ', '                DELIMITED BY SIZE
                      PATPERSN-CITY       DELIMITED BY '  '
                      ' '                 DELIMITED BY SIZE
                      PATPERSN-ADDR-STATE DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      PATPERSN-ZIP-CODE   DELIMITED BY SIZE
                   INTO BA-ADDR-TEXT
               END-STRING
               WRITE VISBILL-REC FROM BILL-ADDR-LINE.
           WRITE VISBILL-REC FROM BILL-VISIT-LINE.
           PERFORM 460-WRITE-CLASS-LINES THRU 460-EXIT.
           WRITE VISBILL-REC FROM BILL-TOTAL-LINE.

           MOVE SPACES                   TO BILLXTR-REC.
           MOVE EN-PATIENT-ID            TO BX-PATIENT-ID.
           MOVE ZERO                     TO BX-ADMIT-DATE.
           MOVE EN-VISIT-DATE            TO BX-DISCHARGE-DATE.
           MOVE ZERO                     TO BX-ROOM-CHARGES.
           MOVE ZERO                     TO BX-EQUIP-CHARGES.
           MOVE EN-TOTAL-CHARGES         TO BX-TOTAL-CHARGES.
           IF PATPERSN-FOUND
               MOVE PATPERSN-LAST-NAME   TO BX-LAST-NAME
               MOVE PATPERSN-FIRST-NAME  TO BX-FIRST-NAME.
           MOVE EN-VISIT-TYPE            TO BX-BILL-TYPE.
           WRITE BILLXTR-REC.
           ADD +1 TO BILLS-PRODUCED.
           ADD EN-TOTAL-CHARGES TO RUN-BILLED-WS.

       400-MARK-BILLED.
           MOVE 'B'          TO EN-STATUS.
           MOVE CURR-DATE-WS TO EN-BILLED-DATE.
           REWRITE EN-ENCOUNTER-REC.
       400-EXIT.
           EXIT.

      * One bill line per revenue class that actually has dollars.
       460-WRITE-CLASS-LINES.
           IF EN-LAB-CHARGES > ZERO
               MOVE 'LABORATORY CHARGES          ' TO BC-CLASS-DESC
               MOVE EN-LAB-CHARGES TO BC-ANC-O
               WRITE VISBILL-REC FROM BILL-ANC-LINE.
           IF EN-PHARM-CHARGES > ZERO
               MOVE 'PHARMACY CHARGES            ' TO BC-CLASS-DESC
               MOVE EN-PHARM-CHARGES TO BC-ANC-O
               WRITE VISBILL-REC FROM BILL-ANC-LINE.
           IF EN-THER-CHARGES > ZERO
               MOVE 'THERAPY CHARGES             ' TO BC-CLASS-DESC
               MOVE EN-THER-CHARGES TO BC-ANC-O
               WRITE VISBILL-REC FROM BILL-ANC-LINE.
           IF EN-OTHER-CHARGES > ZERO
               MOVE 'VISIT AND OTHER CHARGES     ' TO BC-CLASS-DESC
               MOVE EN-OTHER-CHARGES TO BC-ANC-O
               WRITE VISBILL-REC FROM BILL-ANC-LINE.
       460-EXIT.
           EXIT.

      * The extract is added to, not replaced: HOSPDISC has already
      * written the night's inpatient bills to it.
       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN OUTPUT SYSOUT.
           OPEN I-O ENCMSTR.
           OPEN INPUT PATPERSN.
           OPEN OUTPUT VISBILL.
           OPEN EXTEND BILLXTR.
           IF NOT BILLXTR-OK
               OPEN OUTPUT BILLXTR.
           IF NOT BILLXTR-OK
               MOVE "BILLING EXTRACT WILL NOT OPEN" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN OUTPUT GLEXTR.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           IF NOT ENCMSTR-MISSING
               CLOSE ENCMSTR.
           CLOSE PATPERSN, VISBILL, BILLXTR, GLEXTR, SYSOUT.
       850-EXIT.
           EXIT.

       900-READ-ENCMSTR.
           READ ENCMSTR NEXT RECORD
               AT END MOVE "N" TO MORE-VISITS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO VISITS-READ.
       900-EXIT.
           EXIT.

      * The run's billed total, posted as patient receivable
      * against revenue.
       960-WRITE-GL-EXTRACT.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'PATRECV' TO GL-ACCOUNT.
           MOVE 'VISIT BILLS OPENED' TO GL-DESCRIPTION.
           MOVE RUN-BILLED-WS TO GL-DEBIT.
           MOVE ZERO TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'ENCBILL' TO GL-SOURCE.
           WRITE GLEXTR-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'HOSPREV' TO GL-ACCOUNT.
           MOVE 'OUTPATIENT VISIT REVENUE' TO GL-DESCRIPTION.
           MOVE ZERO TO GL-DEBIT.
           MOVE RUN-BILLED-WS TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'ENCBILL' TO GL-SOURCE.
           WRITE GLEXTR-REC.
       960-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           PERFORM 960-WRITE-GL-EXTRACT THRU 960-EXIT.
           MOVE VISITS-READ      TO VS-VISITS-READ-O.
           MOVE BILLS-PRODUCED   TO VS-BILLED-O.
           MOVE NO-CHARGE-VISITS TO VS-NO-CHARGE-O.
           MOVE RUN-BILLED-WS    TO VS-TOTAL-O.
           WRITE SYSOUT-REC FROM VISIT-SUMMARY-LINE.

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
           DISPLAY "*** ABNORMAL END OF JOB- ENCBILL ***" UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
