      * deductibles and coinsurance it computes itself, and CLAIMRPT
      * treats a zero expected total as not-supplied. Patients with
      * no cross-reference entry go to the exception report.
      * Outpatient and ER visit bills from ENCBILL ride the same
      * extract and bridge the same way, with no admit date - the
      * service date is the visit - so CLAIMRPT does not look for
      * an inpatient authorization on them. A corrected bill from
      * LATEBILL's supplemental billing of late charges goes out as
      * a replacement claim: a reversal of the claim already sent
      * for the stay, then a detail at the corrected total.
      * An inpatient bill whose chart still has an open deficiency
      * on CHARTDEF is not bridged: it goes to the held-bill carry
      * file and comes back in on the next run's HELDBILL, until
      * medical records completes the chart.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             ASSIGN TO BILLXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BILLXTR-ST.
           SELECT HELDBILL
             ASSIGN TO HELDBILL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HELDBILL-ST.
           SELECT HELDCARY
             ASSIGN TO HELDCARY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HELDCARY-ST.
           SELECT CHARTDEF
             ASSIGN TO CHARTDEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-DEF-KEY
               FILE STATUS IS CHARTDEF-ST.
           SELECT PATINS
             ASSIGN TO PATINS
               ORGANIZATION IS INDEXED
       FILE SECTION.
       FD  BILLXTR
           RECORD CONTAINS 100 CHARACTERS.
       01 BILLXTR-REC                 PIC X(100).

      * Bills held last run for an incomplete chart, in the same
      * layout as the extract.
       FD  HELDBILL
           RECORD CONTAINS 100 CHARACTERS.
       01 HELDBILL-REC                PIC X(100).

       FD  HELDCARY
           RECORD CONTAINS 100 CHARACTERS.
       01 HELDCARY-REC                PIC X(100).

       FD  CHARTDEF
           RECORD CONTAINS 80 CHARACTERS.
           COPY CHARTDEF.

       FD  PATINS
           RECORD CONTAINS 40 CHARACTERS.
           COPY POLMSTR.

       FD  BRIDGE
           RECORD CONTAINS 120 CHARACTERS.
       01 BRIDGE-REC                  PIC X(120).

       FD  BRIDGERR
           RECORD CONTAINS 80 CHARACTERS.

       COPY CLAIMREC.

      * The bill being bridged, off the extract or the held file.
       01 BILL-EXTRACT-WS.
           05 BX-PATIENT-ID             PIC X(09).
           05 BX-ADMIT-DATE             PIC 9(08).
           05 BX-DISCHARGE-DATE         PIC 9(08).
           05 BX-ROOM-CHARGES           PIC 9(09)V99.
           05 BX-EQUIP-CHARGES          PIC 9(09)V99.
           05 BX-TOTAL-CHARGES          PIC 9(09)V99.
           05 BX-LAST-NAME              PIC X(20).
           05 BX-FIRST-NAME             PIC X(15).
      * Inpatient stay (HOSPDISC), outpatient or ER visit (ENCBILL),
      * corrected inpatient bill (LATEBILL); an extract written
      * before the field existed carries a space and is an
      * inpatient bill.
           05 BX-BILL-TYPE              PIC X(01).
               88 BX-OUTPATIENT-VISIT              VALUE 'O'.
               88 BX-EMERGENCY-VISIT               VALUE 'E'.
               88 BX-VISIT-BILL            VALUES 'O', 'E'.
               88 BX-REPLACEMENT-BILL              VALUE 'R'.
           05 FILLER                    PIC X(06).

       01 PROGRAM-SWITCHES.
           05 BILLXTR-ST                PIC X(2).
               88 BILLXTR-OK                       VALUE '00'.
               88 BRIDGE-OK                        VALUE '00'.
           05 BRIDGERR-ST               PIC X(2).
               88 BRIDGERR-OK                      VALUE '00'.
           05 HELDBILL-ST               PIC X(2).
               88 HELDBILL-OK                      VALUE '00'.
               88 HELDBILL-MISSING                 VALUE '35'.
           05 HELDCARY-ST               PIC X(2).
               88 HELDCARY-OK                      VALUE '00'.
           05 CHARTDEF-ST               PIC X(2).
               88 CHARTDEF-OK                      VALUE '00'.
               88 CHARTDEF-MISSING                 VALUE '35'.
           05 BILLXTR-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-BILLS                    VALUE 'Y'.
      * The extract is read first, then last run's held bills.
           05 BILL-SOURCE-SW            PIC X(1)   VALUE 'X'.
               88 READING-EXTRACT                  VALUE 'X'.
               88 READING-HELD-BILLS               VALUE 'H'.
           05 CHART-HOLD-SW             PIC X(1)   VALUE 'N'.
               88 CHART-INCOMPLETE                 VALUE 'Y'.
           05 CHART-SCAN-SW             PIC X(1)   VALUE 'N'.
               88 CHART-SCAN-DONE                  VALUE 'Y'.

      * The hospital's own entry on the PROVMNT-maintained provider
      * master: every bridged claim is stamped with it so CLAIMPAY
      * cuts the payment to the hospital instead of the member.
       77 HOSPITAL-PROVIDER-NO-WS       PIC 9(06)  VALUE 000001.

      * A bridged claim is received the day the bridge runs.
       77 BRIDGE-DATE-WS                PIC 9(08)  VALUE ZERO.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 BILLS-READ-WS             PIC S9(7)  VALUE ZERO.
           05 CLAIMS-WRITTEN-WS         PIC 9(7)   VALUE ZERO.
           05 BILLS-EXCEPTION-WS        PIC S9(7)  VALUE ZERO.
           05 VISITS-BRIDGED-WS         PIC S9(7)  VALUE ZERO.
           05 REPLACEMENTS-BRIDGED-WS   PIC S9(7)  VALUE ZERO.
           05 BILLS-HELD-WS             PIC S9(7)  VALUE ZERO.
           05 HELD-RELEASED-WS          PIC S9(7)  VALUE ZERO.

       01 BRIDGERR-DETAIL-LINE.
           05 BE-PATIENT-ID             PIC X(09).
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BRIDGE-DATE-WS.
           OPEN INPUT BILLXTR
           IF NOT BILLXTR-OK
              DISPLAY 'BILLING EXTRACT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT HELDBILL
           IF NOT HELDBILL-OK AND NOT HELDBILL-MISSING
              DISPLAY 'HELD BILL FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT HELDCARY
           IF NOT HELDCARY-OK
              DISPLAY 'HELD BILL CARRY FILE PROBLEM'
              GO TO 999-ERROR-RTN.
      * With no deficiency file yet there is nothing to hold for.
           OPEN INPUT CHARTDEF
           IF NOT CHARTDEF-OK AND NOT CHARTDEF-MISSING
              DISPLAY 'CHART DEFICIENCY FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT PATINS
           IF NOT PATINS-OK
              DISPLAY 'PATIENT INSURANCE XREF PROBLEM'

      * Pre-pass over the extract purely to learn how many details
      * the header should promise; the file is then reopened for
      * the real pass. Bills the chart check will hold are not
      * counted.
       120-COUNT-BILLS.
           PERFORM 130-COUNT-ONE-BILL UNTIL NO-MORE-BILLS.
           CLOSE BILLXTR.
           OPEN INPUT BILLXTR.
           IF NOT HELDBILL-MISSING
              CLOSE HELDBILL
              OPEN INPUT HELDBILL
           END-IF.
           MOVE 'N' TO BILLXTR-EOF-SW.
           MOVE 'X' TO BILL-SOURCE-SW.

       130-COUNT-ONE-BILL.
           PERFORM 160-NEXT-BILL.
           IF NOT NO-MORE-BILLS
              PERFORM 180-CHECK-CHART
           END-IF.
           IF NOT NO-MORE-BILLS AND NOT CHART-INCOMPLETE
              MOVE BX-PATIENT-ID TO PI-PATIENT-ID
              READ PATINS
              IF PATINS-REC-FOUND
                 ADD 1 TO CLAIMS-WRITTEN-WS
                 IF BX-REPLACEMENT-BILL
                    ADD 1 TO CLAIMS-WRITTEN-WS
                 END-IF
              END-IF
           END-IF.

           WRITE BRIDGE-REC FROM CLAIM-RECORD-WS.
           MOVE ZERO TO CLAIMS-WRITTEN-WS.

      * Next bill from the extract, then from the held bills once
      * the extract runs out.
       160-NEXT-BILL.
           IF READING-EXTRACT
              READ BILLXTR INTO BILL-EXTRACT-WS
                 AT END
                    MOVE 'H' TO BILL-SOURCE-SW
              END-READ
           END-IF.
           IF READING-HELD-BILLS
              IF HELDBILL-MISSING
                 MOVE 'Y' TO BILLXTR-EOF-SW
              ELSE
                 READ HELDBILL INTO BILL-EXTRACT-WS
                    AT END
                       MOVE 'Y' TO BILLXTR-EOF-SW
                 END-READ
              END-IF
           END-IF.

       170-READ-BILL.
           PERFORM 160-NEXT-BILL.
           IF NOT NO-MORE-BILLS
              ADD 1 TO BILLS-READ-WS
           END-IF.

      * A stay's claim waits while any deficiency item on its chart
      * is still open. Visit bills carry no chart items.
       180-CHECK-CHART.
           MOVE 'N' TO CHART-HOLD-SW.
           IF CHARTDEF-MISSING OR BX-VISIT-BILL
              MOVE 'Y' TO CHART-SCAN-SW
           ELSE
              MOVE 'N'           TO CHART-SCAN-SW
              MOVE BX-PATIENT-ID TO CF-PATIENT-ID
              MOVE BX-ADMIT-DATE TO CF-ADMIT-DATE
              MOVE LOW-VALUES    TO CF-ITEM-CODE
              START CHARTDEF KEY IS NOT LESS THAN CF-DEF-KEY
                 INVALID KEY
                    MOVE 'Y' TO CHART-SCAN-SW
              END-START
           END-IF.
           PERFORM 190-CHECK-CHART-ITEM UNTIL CHART-SCAN-DONE.

       190-CHECK-CHART-ITEM.
           READ CHARTDEF NEXT RECORD
              AT END
                 MOVE 'Y' TO CHART-SCAN-SW
           END-READ.
           IF NOT CHART-SCAN-DONE
              IF CF-PATIENT-ID NOT = BX-PATIENT-ID
                 OR CF-ADMIT-DATE NOT = BX-ADMIT-DATE
                 MOVE 'Y' TO CHART-SCAN-SW
              ELSE
                 IF CF-ITEM-OPEN
                    MOVE 'Y' TO CHART-HOLD-SW
                    MOVE 'Y' TO CHART-SCAN-SW
                 END-IF
              END-IF
           END-IF.

       200-BRIDGE-ONE-BILL.
           PERFORM 180-CHECK-CHART.
           IF CHART-INCOMPLETE
              WRITE HELDCARY-REC FROM BILL-EXTRACT-WS
              ADD 1 TO BILLS-HELD-WS
           ELSE
              PERFORM 250-BRIDGE-RELEASED-BILL
           END-IF.
           PERFORM 170-READ-BILL.

       250-BRIDGE-RELEASED-BILL.
           IF READING-HELD-BILLS
              ADD 1 TO HELD-RELEASED-WS
           END-IF.
           MOVE BX-PATIENT-ID TO PI-PATIENT-ID.
           READ PATINS.
           IF NOT PATINS-REC-FOUND
           ELSE
              PERFORM 300-BUILD-CLAIM-DETAIL
           END-IF.

       300-BUILD-CLAIM-DETAIL.
           MOVE SPACES TO CLAIM-RECORD-WS.
           MOVE ZERO              TO POLICY-DEDUCTIBLE-PAID.
           MOVE BX-TOTAL-CHARGES  TO CLAIM-AMOUNT.
           MOVE BX-DISCHARGE-DATE TO CLAIM-SERVICE-DATE.
           IF BX-VISIT-BILL
              MOVE ZERO          TO CLAIM-ADMIT-DATE
              ADD 1 TO VISITS-BRIDGED-WS
           ELSE
              MOVE BX-ADMIT-DATE TO CLAIM-ADMIT-DATE
           END-IF.
           MOVE BRIDGE-DATE-WS    TO CLAIM-RECEIVED-DATE.
           MOVE SPACE             TO CLAIM-APPROVED-IND.
           MOVE ZERO              TO CLAIM-PRIMARY-PAID.
           MOVE HOSPITAL-PROVIDER-NO-WS TO CLAIM-PROVIDER-NO.
           IF PI-MEMBER-SEQ NUMERIC
              MOVE PI-MEMBER-SEQ TO CLAIM-MEMBER-SEQ
           ELSE
              MOVE ZERO          TO CLAIM-MEMBER-SEQ
           END-IF.
      * Policy terms come off the policy master so the feed carries
      * the same figures CLAIMRPT will enforce; a policy missing
      * from the master still bridges - CLAIMRPT's own edit is the
              MOVE ZERO TO POLICY-COINSURANCE
              MOVE ZERO TO POLICY-BENEFIT-DATE-X
           END-IF.
      * A replacement first reverses the claim already sent for the
      * stay. CLAIMRPT backs out what it paid from its own claim
      * status file, so the reversal carries no amount of its own.
           IF BX-REPLACEMENT-BILL
              MOVE '2'  TO CLAIM-RECORD-TYPE
              MOVE ZERO TO CLAIM-AMOUNT
              WRITE BRIDGE-REC FROM CLAIM-RECORD-WS
              ADD 1 TO CLAIMS-WRITTEN-WS
              ADD 1 TO REPLACEMENTS-BRIDGED-WS
              MOVE '1'  TO CLAIM-RECORD-TYPE
              MOVE BX-TOTAL-CHARGES TO CLAIM-AMOUNT
           END-IF.
           WRITE BRIDGE-REC FROM CLAIM-RECORD-WS.
           ADD 1 TO CLAIMS-WRITTEN-WS.

       900-WRAP-UP.
           DISPLAY 'BILLS READ:      ' BILLS-READ-WS.
           DISPLAY 'CLAIMS BRIDGED:  ' CLAIMS-WRITTEN-WS.
           DISPLAY 'VISITS BRIDGED:  ' VISITS-BRIDGED-WS.
           DISPLAY 'REPLACEMENTS:    ' REPLACEMENTS-BRIDGED-WS.
           DISPLAY 'EXCEPTIONS:      ' BILLS-EXCEPTION-WS.
           DISPLAY 'HELD FOR CHART:  ' BILLS-HELD-WS.
           DISPLAY 'HELD RELEASED:   ' HELD-RELEASED-WS.
           PERFORM 950-CLOSE-HOLD-FILES.
           CLOSE BILLXTR, PATINS, POLMSTR, BRIDGE, BRIDGERR.
           IF BILLS-EXCEPTION-WS > ZERO
              MOVE 4 TO RETURN-CODE

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           PERFORM 950-CLOSE-HOLD-FILES.
           CLOSE BILLXTR, PATINS, POLMSTR, BRIDGE, BRIDGERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       950-CLOSE-HOLD-FILES.
           IF NOT HELDBILL-MISSING
              CLOSE HELDBILL
           END-IF.
           IF NOT CHARTDEF-MISSING
              CLOSE CHARTDEF
           END-IF.
           CLOSE HELDCARY.
