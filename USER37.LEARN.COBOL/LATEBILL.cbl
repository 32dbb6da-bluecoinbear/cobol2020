       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LATEBILL.
      * Supplemental billing of late charges. Charges that reached
      * HOSPCHG after the patient was discharged and billed wait on
      * the late-charge file; this run sorts the unbilled ones into
      * stay order and, for each stay, prints a corrected itemized
      * bill - what was billed at discharge, each late charge, the
      * corrected total and the balance now due - adds the late
      * charges to the stay's receivable (reopening it if it had
      * closed, and handing it back to the insurer), and writes a
      * replacement bill onto the billing extract for HOSP2CLM to
      * send as a reversal and corrected claim. A late charge whose
      * stay has no receivable yet, or whose receivable is with the
      * collection agency, is held for a later run and listed on
      * the register. The late charges billed post as patient
      * receivable against revenue in the shared GLEXTR convention.
      * Honors the RUNPARM business date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATECHG
             ASSIGN TO LATECHG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LATECHG-ST.
           SELECT PATAR
             ASSIGN TO PATAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-AR-KEY
               FILE STATUS IS PATAR-ST.
           SELECT PATPERSN
             ASSIGN TO PATPERSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PATPERSN-KEY
               FILE STATUS IS PATPERSN-ST.
           SELECT LATEWK
             ASSIGN TO LATEWK.
           SELECT SUPPBILL
             ASSIGN TO SUPPBILL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUPPBILL-ST.
           SELECT BILLXTR
             ASSIGN TO BILLXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BILLXTR-ST.
           SELECT LATEREG
             ASSIGN TO LATEREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LATEREG-ST.
           SELECT GLEXTR
             ASSIGN TO GLEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLEXTR-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  LATECHG
           RECORD CONTAINS 100 CHARACTERS.
           COPY LATECHG.

       FD  PATAR
           RECORD CONTAINS 120 CHARACTERS.
           COPY PATAR.

       FD  PATPERSN
           RECORD CONTAINS 160 CHARACTERS.
           COPY PATPERSN.

      * The unbilled late charges, sorted into stay order and by
      * the day each arrived.
       SD  LATEWK
           RECORD CONTAINS 100 CHARACTERS.
       01  LATEWK-REC.
           05  LW-PATIENT-ID            PIC X(09).
           05  LW-ADMIT-DATE            PIC 9(08).
           05  LW-DISCHARGE-DATE        PIC 9(08).
           05  LW-POSTED-DATE           PIC 9(08).
           05  LW-ROOM-CHARGE           PIC 9(07)V99.
           05  LW-EQUIPMENT-CHARGE      PIC 9(07)V99.
           05  LW-ANCILLARY-CHARGE      PIC 9(07)V99.
           05  LW-REVENUE-CLASS         PIC X(01).
           05  LW-COMMENTS              PIC X(30).
           05  LW-BILLED-DATE           PIC 9(08).
           05  FILLER                   PIC X(01).

      * The corrected bills, in the itemized-bill print layout
      * HOSPDISC uses for the bill at discharge.
       FD  SUPPBILL
           RECORD CONTAINS 80 CHARACTERS.
       01 SUPPBILL-REC                PIC X(80).

      * Replacement bills go onto the day's billing extract behind
      * the discharge and visit bills, so the claims bridge sends
      * them in the same run.
       FD  BILLXTR
           RECORD CONTAINS 100 CHARACTERS.
       01 BILLXTR-REC.
           05 BX-PATIENT-ID             PIC X(09).
           05 BX-ADMIT-DATE             PIC 9(08).
           05 BX-DISCHARGE-DATE         PIC 9(08).
           05 BX-ROOM-CHARGES           PIC 9(09)V99.
           05 BX-EQUIP-CHARGES          PIC 9(09)V99.
           05 BX-TOTAL-CHARGES          PIC 9(09)V99.
           05 BX-LAST-NAME              PIC X(20).
           05 BX-FIRST-NAME             PIC X(15).
           05 BX-BILL-TYPE              PIC X(01).
           05 FILLER                    PIC X(06).

       FD  LATEREG
           RECORD CONTAINS 132 CHARACTERS.
       01 LATEREG-LINE                PIC X(132).

      * One balanced posting pair per run in the shared GLEXTR
      * convention for GLCONSOL.
       FD  GLEXTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLEXTR.

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 LATECHG-ST                PIC X(2).
               88 LATECHG-OK                       VALUE '00'.
               88 LATECHG-MISSING                  VALUE '35'.
           05 PATAR-ST                  PIC X(2).
               88 PATAR-OK                         VALUE '00'.
               88 PATAR-FOUND                      VALUE '00'.
           05 PATPERSN-ST               PIC X(2).
               88 PATPERSN-OK                      VALUE '00'.
               88 PATPERSN-FOUND                   VALUE '00'.
           05 SUPPBILL-ST               PIC X(2).
               88 SUPPBILL-OK                      VALUE '00'.
           05 BILLXTR-ST                PIC X(2).
               88 BILLXTR-OK                       VALUE '00'.
           05 LATEREG-ST                PIC X(2).
               88 LATEREG-OK                       VALUE '00'.
           05 GLEXTR-ST                 PIC X(2).
               88 GLEXTR-OK                        VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 LATECHG-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-LATE-CHARGES             VALUE 'Y'.
           05 SORTED-EOF-SW             PIC X(1)   VALUE 'N'.
               88 NO-MORE-SORTED                   VALUE 'Y'.
           05 BILLABLE-SW               PIC X(1)   VALUE 'N'.
               88 STAY-BILLABLE                    VALUE 'Y'.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 LATE-CHARGES-READ-WS      PIC S9(7)    VALUE ZERO.
           05 CHARGES-BILLED-WS         PIC S9(7)    VALUE ZERO.
           05 CHARGES-HELD-WS           PIC S9(7)    VALUE ZERO.
           05 BILLS-CORRECTED-WS        PIC S9(7)    VALUE ZERO.
           05 RECEIVABLES-REOPENED-WS   PIC S9(7)    VALUE ZERO.
           05 LINE-AMOUNT-WS            PIC S9(9)V99 VALUE ZERO.
           05 TOT-LATE-BILLED-WS        PIC S9(11)V99 VALUE ZERO.
           05 TOT-HELD-WS               PIC S9(11)V99 VALUE ZERO.

      * The stay whose corrected bill is being built.
       01 BILL-WORK-WS.
           05 HOLD-PATIENT-WS           PIC X(09)    VALUE SPACES.
           05 HOLD-DISCHARGE-WS         PIC 9(08)    VALUE ZERO.
           05 HOLD-ADMIT-WS             PIC 9(08)    VALUE ZERO.
           05 BILL-LINES-WS             PIC S9(3)    VALUE ZERO.
           05 PREV-BILLED-WS            PIC S9(9)V99 VALUE ZERO.
           05 BILL-LATE-WS              PIC S9(9)V99 VALUE ZERO.
           05 PAYMENTS-WS               PIC S9(9)V99 VALUE ZERO.
           05 BILL-NOTE-WS              PIC X(10)    VALUE SPACES.

       01 CURR-DATE-WS                  PIC 9(08).

       01 BILL-HEADING-1.
           05 FILLER                    PIC X(25)
                  VALUE 'CORRECTED PATIENT BILL   '.
           05 BH-PATIENT-ID             PIC X(09).

       01 BILL-NAME-LINE.
           05 FILLER                    PIC X(09)
                  VALUE 'PATIENT: '.
           05 BN-PATIENT-NAME           PIC X(38).

       01 BILL-ADDR-LINE.
           05 FILLER                    PIC X(09)
                  VALUE 'MAIL TO: '.
           05 BA-ADDR-TEXT              PIC X(50).

       01 BILL-STAY-LINE.
           05 FILLER                    PIC X(10)
                  VALUE 'ADMITTED: '.
           05 BS-ADMIT-DATE             PIC 9(08).
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 FILLER                    PIC X(12)
                  VALUE 'DISCHARGED: '.
           05 BS-DISCHARGE-DATE         PIC 9(08).

       01 BILL-AMOUNT-LINE.
           05 BM-LABEL                  PIC X(28).
           05 BM-AMOUNT-O               PIC $$$,$$$,$$9.99-.

       01 BILL-LATE-HEADING.
           05 FILLER                    PIC X(28)
                  VALUE 'LATE CHARGES SINCE BILLING'.

       01 BILL-LATE-LINE.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 BL-POSTED-DATE            PIC 9(08).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 BL-DESCRIPTION            PIC X(30).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 BL-AMOUNT-O               PIC $$$,$$$,$$9.99.

       01 BILL-BLANK-LINE               PIC X(80)  VALUE SPACES.

       01 REG-HEADING-ONE.
           05 HDG-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(41)
                  VALUE 'Late Charge Supplemental Billing Register'.

       01 REG-HELD-HEADER.
           05 FILLER                    PIC X(40)
                  VALUE 'LATE CHARGES HELD FOR A LATER RUN'.

       01 REG-HELD-LINE.
           05 RH-PATIENT-ID             PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RH-DISCHARGE-DATE         PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RH-POSTED-DATE            PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RH-AMOUNT-O               PIC $$$,$$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RH-REASON                 PIC X(40).

       01 REG-BILL-HEADER.
           05 FILLER                    PIC X(11)  VALUE 'PATIENT'.
           05 FILLER                    PIC X(26)  VALUE 'NAME'.
           05 FILLER                    PIC X(12)  VALUE 'DISCHARGED'.
           05 FILLER                    PIC X(05)  VALUE 'LINES'.
           05 FILLER                    PIC X(16)
                  VALUE '   PREV BILLED'.
           05 FILLER                    PIC X(16)
                  VALUE '  LATE CHARGES'.
           05 FILLER                    PIC X(16)
                  VALUE '     CORRECTED'.
           05 FILLER                    PIC X(17)
                  VALUE '     BALANCE DUE'.

       01 REG-BILL-LINE.
           05 RB-PATIENT-ID             PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RB-PATIENT-NAME           PIC X(24).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RB-DISCHARGE-DATE         PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RB-LINES-O                PIC ZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RB-PREV-O                 PIC $$$,$$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RB-LATE-O                 PIC $$$,$$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RB-CORRECTED-O            PIC $$$,$$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RB-BALANCE-O              PIC $$$,$$$,$$9.99-.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RB-NOTE                   PIC X(10).

       01 REG-TOTAL-LINE.
           05 RGT-LABEL                 PIC X(30).
           05 RGT-COUNT-O               PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 RGT-AMOUNT-O              PIC $$$,$$$,$$$,$$9.99.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           SORT LATEWK
               ON ASCENDING KEY LW-PATIENT-ID
                                LW-DISCHARGE-DATE
                                LW-POSTED-DATE
               INPUT PROCEDURE IS 200-SELECT-LATE-CHARGES
               OUTPUT PROCEDURE IS 600-PRODUCE-CORRECTED-BILLS.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           OPEN I-O LATECHG
           IF LATECHG-MISSING
              DISPLAY 'NO LATE-CHARGE FILE - NOTHING TO BILL'
              MOVE 'Y' TO LATECHG-EOF-SW
           ELSE
           IF NOT LATECHG-OK
              DISPLAY 'LATE-CHARGE FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN I-O PATAR
           IF NOT PATAR-OK
              DISPLAY 'PATIENT RECEIVABLE FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT PATPERSN
           IF NOT PATPERSN-OK
              DISPLAY 'PATIENT PERSONAL FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT SUPPBILL
           IF NOT SUPPBILL-OK
              DISPLAY 'CORRECTED BILL FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN EXTEND BILLXTR
           IF NOT BILLXTR-OK
              OPEN OUTPUT BILLXTR
           END-IF.
           IF NOT BILLXTR-OK
              DISPLAY 'BILLING EXTRACT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT LATEREG
           IF NOT LATEREG-OK
              DISPLAY 'LATE-CHARGE REGISTER PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT GLEXTR
           IF NOT GLEXTR-OK
              DISPLAY 'GL EXTRACT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS TO HDG-DATE.
           WRITE LATEREG-LINE FROM REG-HEADING-ONE.
           MOVE SPACES TO LATEREG-LINE.
           WRITE LATEREG-LINE.
           WRITE LATEREG-LINE FROM REG-HELD-HEADER.

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

       170-READ-LATE-CHARGE.
           READ LATECHG
              AT END
                 MOVE 'Y' TO LATECHG-EOF-SW
           END-READ.
           IF NOT NO-MORE-LATE-CHARGES
              ADD 1 TO LATE-CHARGES-READ-WS
           END-IF.

      * Sort input: every late charge not yet billed whose stay can
      * take it. The charge is stamped billed as it goes to the
      * sort; one held back stays unbilled and is tried again on the
      * next run.
       200-SELECT-LATE-CHARGES.
           IF NOT NO-MORE-LATE-CHARGES
              PERFORM 170-READ-LATE-CHARGE
           END-IF.
           PERFORM 220-SELECT-ONE-CHARGE UNTIL NO-MORE-LATE-CHARGES.

       220-SELECT-ONE-CHARGE.
           IF LC-UNBILLED
              COMPUTE LINE-AMOUNT-WS = LC-ROOM-CHARGE
                 + LC-EQUIPMENT-CHARGE + LC-ANCILLARY-CHARGE
              PERFORM 240-CHECK-RECEIVABLE
              IF STAY-BILLABLE
                 RELEASE LATEWK-REC FROM LC-LATE-CHARGE-REC
                 MOVE CURR-DATE-WS TO LC-BILLED-DATE
                 REWRITE LC-LATE-CHARGE-REC
                 ADD 1 TO CHARGES-BILLED-WS
              ELSE
                 PERFORM 260-WRITE-HELD-LINE
              END-IF
           END-IF.
           PERFORM 170-READ-LATE-CHARGE.

      * The receivable HOSPDISC's bill opened is keyed by the
      * discharge date. It may not be open yet if the receivables
      * run has not caught up with the discharge; a placed account
      * was written off to bad debt and is the agency's to collect.
       240-CHECK-RECEIVABLE.
           MOVE 'N' TO BILLABLE-SW.
           MOVE LC-PATIENT-ID     TO PA-PATIENT-ID.
           MOVE LC-DISCHARGE-DATE TO PA-BILL-DATE.
           READ PATAR.
           IF NOT PATAR-FOUND
              MOVE 'NO RECEIVABLE FOR THE STAY YET' TO RH-REASON
           ELSE
           IF PA-PLACED
              MOVE 'ACCOUNT PLACED WITH AGENCY' TO RH-REASON
           ELSE
              MOVE 'Y' TO BILLABLE-SW
           END-IF
           END-IF.

       260-WRITE-HELD-LINE.
           MOVE LC-PATIENT-ID     TO RH-PATIENT-ID.
           MOVE LC-DISCHARGE-DATE TO RH-DISCHARGE-DATE.
           MOVE LC-POSTED-DATE    TO RH-POSTED-DATE.
           MOVE LINE-AMOUNT-WS    TO RH-AMOUNT-O.
           WRITE LATEREG-LINE FROM REG-HELD-LINE.
           ADD 1              TO CHARGES-HELD-WS.
           ADD LINE-AMOUNT-WS TO TOT-HELD-WS.

      * Sort output: one corrected bill per stay, broken on patient
      * and discharge date.
       600-PRODUCE-CORRECTED-BILLS.
           MOVE SPACES TO LATEREG-LINE.
           WRITE LATEREG-LINE.
           WRITE LATEREG-LINE FROM REG-BILL-HEADER.
           PERFORM 620-BILL-ONE-CHARGE UNTIL NO-MORE-SORTED.
           IF HOLD-PATIENT-WS NOT = SPACES
              PERFORM 680-CLOSE-BILL
           END-IF.

       620-BILL-ONE-CHARGE.
           RETURN LATEWK
              AT END
                 MOVE 'Y' TO SORTED-EOF-SW
           END-RETURN.
           IF NOT NO-MORE-SORTED
              IF LW-PATIENT-ID NOT = HOLD-PATIENT-WS
                 OR LW-DISCHARGE-DATE NOT = HOLD-DISCHARGE-WS
                 IF HOLD-PATIENT-WS NOT = SPACES
                    PERFORM 680-CLOSE-BILL
                 END-IF
                 PERFORM 640-OPEN-BILL
              END-IF
              PERFORM 660-PRINT-LATE-LINE
           END-IF.

      * The bill opens with the stay as billed at discharge; the
      * original itemization went out on that bill.
       640-OPEN-BILL.
           MOVE LW-PATIENT-ID     TO HOLD-PATIENT-WS.
           MOVE LW-DISCHARGE-DATE TO HOLD-DISCHARGE-WS.
           MOVE LW-ADMIT-DATE     TO HOLD-ADMIT-WS.
           MOVE ZERO              TO BILL-LINES-WS, BILL-LATE-WS.
           MOVE LW-PATIENT-ID     TO PA-PATIENT-ID.
           MOVE LW-DISCHARGE-DATE TO PA-BILL-DATE.
           READ PATAR.
           MOVE PA-BILL-AMOUNT    TO PREV-BILLED-WS.
           MOVE LW-PATIENT-ID     TO PATPERSN-KEY.
           READ PATPERSN.
           MOVE SPACES TO BN-PATIENT-NAME.
           STRING PA-LAST-NAME  DELIMITED BY '  '
                  ', '          DELIMITED BY SIZE
                  PA-FIRST-NAME DELIMITED BY SIZE
              INTO BN-PATIENT-NAME
           END-STRING.
           MOVE LW-PATIENT-ID     TO BH-PATIENT-ID.
           MOVE LW-ADMIT-DATE     TO BS-ADMIT-DATE.
           MOVE LW-DISCHARGE-DATE TO BS-DISCHARGE-DATE.
           WRITE SUPPBILL-REC FROM BILL-BLANK-LINE.
           WRITE SUPPBILL-REC FROM BILL-HEADING-1.
           WRITE SUPPBILL-REC FROM BILL-NAME-LINE.
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
              WRITE SUPPBILL-REC FROM BILL-ADDR-LINE
           END-IF.
           WRITE SUPPBILL-REC FROM BILL-STAY-LINE.
           MOVE 'PREVIOUSLY BILLED' TO BM-LABEL.
           MOVE PREV-BILLED-WS      TO BM-AMOUNT-O.
           WRITE SUPPBILL-REC FROM BILL-AMOUNT-LINE.
           WRITE SUPPBILL-REC FROM BILL-LATE-HEADING.

      * A line with no description of its own is named for the kind
      * of charge it carries.
       660-PRINT-LATE-LINE.
           COMPUTE LINE-AMOUNT-WS = LW-ROOM-CHARGE
              + LW-EQUIPMENT-CHARGE + LW-ANCILLARY-CHARGE.
           MOVE LW-POSTED-DATE TO BL-POSTED-DATE.
           IF LW-COMMENTS NOT = SPACES
              MOVE LW-COMMENTS TO BL-DESCRIPTION
           ELSE
           IF LW-ANCILLARY-CHARGE > ZERO
              MOVE 'ANCILLARY CHARGE' TO BL-DESCRIPTION
           ELSE
           IF LW-ROOM-CHARGE > ZERO
              MOVE 'ROOM CHARGE' TO BL-DESCRIPTION
           ELSE
              MOVE 'EQUIPMENT CHARGE' TO BL-DESCRIPTION
           END-IF
           END-IF
           END-IF.
           MOVE LINE-AMOUNT-WS TO BL-AMOUNT-O.
           WRITE SUPPBILL-REC FROM BILL-LATE-LINE.
           ADD 1              TO BILL-LINES-WS.
           ADD LINE-AMOUNT-WS TO BILL-LATE-WS.

      * The late charges go onto the stay's receivable. A receivable
      * that had closed reopens for them, and the balance goes back
      * to the insurer until the replacement claim settles.
       680-CLOSE-BILL.
           MOVE HOLD-PATIENT-WS   TO PA-PATIENT-ID.
           MOVE HOLD-DISCHARGE-WS TO PA-BILL-DATE.
           READ PATAR.
           ADD BILL-LATE-WS TO PA-BILL-AMOUNT.
           ADD BILL-LATE-WS TO PA-BALANCE.
           MOVE SPACES TO BILL-NOTE-WS.
           IF PA-CLOSED AND PA-BALANCE > ZERO
              MOVE 'O'        TO PA-STATUS
              MOVE 'REOPENED' TO BILL-NOTE-WS
              ADD 1 TO RECEIVABLES-REOPENED-WS
           END-IF.
           MOVE 'I' TO PA-RESPONSIBILITY.
           REWRITE PA-RECEIVABLE-REC.
           COMPUTE PAYMENTS-WS =
              PA-INS-PAID + PA-PAT-PAID + PA-CONTRACT-ADJ.
           MOVE 'TOTAL LATE CHARGES' TO BM-LABEL.
           MOVE BILL-LATE-WS         TO BM-AMOUNT-O.
           WRITE SUPPBILL-REC FROM BILL-AMOUNT-LINE.
           MOVE 'CORRECTED TOTAL CHARGES' TO BM-LABEL.
           MOVE PA-BILL-AMOUNT            TO BM-AMOUNT-O.
           WRITE SUPPBILL-REC FROM BILL-AMOUNT-LINE.
           MOVE 'PAYMENTS AND ADJUSTMENTS' TO BM-LABEL.
           MOVE PAYMENTS-WS                TO BM-AMOUNT-O.
           WRITE SUPPBILL-REC FROM BILL-AMOUNT-LINE.
           MOVE 'BALANCE DUE' TO BM-LABEL.
           MOVE PA-BALANCE    TO BM-AMOUNT-O.
           WRITE SUPPBILL-REC FROM BILL-AMOUNT-LINE.
           PERFORM 690-WRITE-REPLACEMENT-BILL.
           MOVE HOLD-PATIENT-WS   TO RB-PATIENT-ID.
           MOVE BN-PATIENT-NAME   TO RB-PATIENT-NAME.
           MOVE HOLD-DISCHARGE-WS TO RB-DISCHARGE-DATE.
           MOVE BILL-LINES-WS     TO RB-LINES-O.
           MOVE PREV-BILLED-WS    TO RB-PREV-O.
           MOVE BILL-LATE-WS      TO RB-LATE-O.
           MOVE PA-BILL-AMOUNT    TO RB-CORRECTED-O.
           MOVE PA-BALANCE        TO RB-BALANCE-O.
           MOVE BILL-NOTE-WS      TO RB-NOTE.
           WRITE LATEREG-LINE FROM REG-BILL-LINE.
           ADD 1            TO BILLS-CORRECTED-WS.
           ADD BILL-LATE-WS TO TOT-LATE-BILLED-WS.

      * The replacement bill carries the corrected total for the
      * whole stay; the room and equipment split went out on the
      * original bill and is not repeated.
       690-WRITE-REPLACEMENT-BILL.
           MOVE SPACES            TO BILLXTR-REC.
           MOVE HOLD-PATIENT-WS   TO BX-PATIENT-ID.
           MOVE HOLD-ADMIT-WS     TO BX-ADMIT-DATE.
           MOVE HOLD-DISCHARGE-WS TO BX-DISCHARGE-DATE.
           MOVE ZERO              TO BX-ROOM-CHARGES.
           MOVE ZERO              TO BX-EQUIP-CHARGES.
           MOVE PA-BILL-AMOUNT    TO BX-TOTAL-CHARGES.
           MOVE PA-LAST-NAME      TO BX-LAST-NAME.
           MOVE PA-FIRST-NAME     TO BX-FIRST-NAME.
           MOVE 'R'               TO BX-BILL-TYPE.
           WRITE BILLXTR-REC.

       700-WRITE-TOTALS.
           MOVE SPACES TO LATEREG-LINE.
           WRITE LATEREG-LINE.
           MOVE 'BILLS CORRECTED'     TO RGT-LABEL.
           MOVE BILLS-CORRECTED-WS    TO RGT-COUNT-O.
           MOVE TOT-LATE-BILLED-WS    TO RGT-AMOUNT-O.
           WRITE LATEREG-LINE FROM REG-TOTAL-LINE.
           MOVE 'LATE CHARGES BILLED' TO RGT-LABEL.
           MOVE CHARGES-BILLED-WS     TO RGT-COUNT-O.
           MOVE TOT-LATE-BILLED-WS    TO RGT-AMOUNT-O.
           WRITE LATEREG-LINE FROM REG-TOTAL-LINE.
           MOVE 'LATE CHARGES HELD'   TO RGT-LABEL.
           MOVE CHARGES-HELD-WS       TO RGT-COUNT-O.
           MOVE TOT-HELD-WS           TO RGT-AMOUNT-O.
           WRITE LATEREG-LINE FROM REG-TOTAL-LINE.
           MOVE 'RECEIVABLES REOPENED' TO RGT-LABEL.
           MOVE RECEIVABLES-REOPENED-WS TO RGT-COUNT-O.
           MOVE ZERO                  TO RGT-AMOUNT-O.
           WRITE LATEREG-LINE FROM REG-TOTAL-LINE.
           IF TOT-LATE-BILLED-WS > ZERO
              PERFORM 770-WRITE-GL-EXTRACT
           END-IF.

      * The late charges billed, as patient receivable against
      * revenue - the same pair the discharge bills post.
       770-WRITE-GL-EXTRACT.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'PATRECV' TO GL-ACCOUNT.
           MOVE 'LATE CHARGES BILLED' TO GL-DESCRIPTION.
           MOVE TOT-LATE-BILLED-WS TO GL-DEBIT.
           MOVE ZERO TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'LATEBILL' TO GL-SOURCE.
           WRITE GLEXTR-REC.
           MOVE SPACES TO GLEXTR-REC.
           MOVE 'HOSPREV' TO GL-ACCOUNT.
           MOVE 'LATE CHARGE REVENUE' TO GL-DESCRIPTION.
           MOVE ZERO TO GL-DEBIT.
           MOVE TOT-LATE-BILLED-WS TO GL-CREDIT.
           MOVE CURR-DATE-WS TO GL-POST-DATE-N.
           MOVE 'LATEBILL' TO GL-SOURCE.
           WRITE GLEXTR-REC.

       900-WRAP-UP.
           DISPLAY 'LATE CHARGES READ:   ' LATE-CHARGES-READ-WS.
           DISPLAY 'LATE CHARGES BILLED: ' CHARGES-BILLED-WS.
           DISPLAY 'LATE CHARGES HELD:   ' CHARGES-HELD-WS.
           DISPLAY 'BILLS CORRECTED:     ' BILLS-CORRECTED-WS.
           IF NOT LATECHG-MISSING
              CLOSE LATECHG
           END-IF.
           CLOSE PATAR, PATPERSN, SUPPBILL, BILLXTR, LATEREG, GLEXTR.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE LATECHG, PATAR, PATPERSN, SUPPBILL, BILLXTR,
                 LATEREG, GLEXTR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
