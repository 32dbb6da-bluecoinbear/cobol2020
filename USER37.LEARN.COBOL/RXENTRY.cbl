       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RXENTRY.
      * Pharmacy medication order and dispensing batch. A file of
      * order, dispense and discontinue transactions against the
      * medication order file. An order is taken only for a patient
      * currently admitted on PATMSTR and a drug active on the
      * DRUGMNT formulary. Each dispense draws the units given out
      * down from stock on hand, is priced at the formulary charge
      * price and written in the DLYCHRG layout under the pharmacy
      * revenue class, so HOSPCHG posts it to the stay's pharmacy
      * bucket on PATCHGS and HOSPDISC bills it. Doses dispensed to
      * a patient not on PATMSTR or already discharged are refused.
      * Rejects print on the pharmacy register; the register's
      * priced total is the batch control figure.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RXTRAN    ASSIGN TO RXTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RXTRAN-ST.
           SELECT MEDORDR   ASSIGN TO MEDORDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MO-ORDER-KEY
                  FILE STATUS IS MEDORDR-STATUS.
           SELECT DRUGMSTR  ASSIGN TO DRUGMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MD-NDC
                  FILE STATUS IS DRUGMSTR-STATUS.
           SELECT PATMSTR   ASSIGN TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PATMSTR-KEY
                  FILE STATUS IS PATMSTR-STATUS.
           SELECT PHRMCHRG  ASSIGN TO PHRMCHRG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PHRMCHRG-ST.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  RXTRAN
           RECORD CONTAINS 80 CHARACTERS.
       01  RXTRAN-REC.
           05 RX-TRAN-CODE                      PIC X(01).
               88 RX-NEW-ORDER                             VALUE 'O'.
               88 RX-DISPENSE                              VALUE 'D'.
               88 RX-DISCONTINUE                           VALUE 'X'.
           05 RX-PATIENT-ID                     PIC X(09).
           05 RX-ORDER-NO                       PIC 9(05).
      * Order, dispense or stop date. Zero takes the run date.
           05 RX-TRAN-DATE                      PIC 9(08).
      * New order only.
           05 RX-NDC                            PIC X(11).
           05 RX-DOSE-QTY                       PIC 9(03).
           05 RX-FREQUENCY                      PIC X(06).
           05 RX-PRESCRIBER-ID                  PIC X(08).
      * Dispense only - the number of doses given out.
           05 RX-DOSES                          PIC 9(03).
           05 FILLER                            PIC X(26).

       FD  MEDORDR
           RECORD CONTAINS 100 CHARACTERS.
           COPY MEDORDR.

       FD  DRUGMSTR
           RECORD CONTAINS 120 CHARACTERS.
           COPY DRUGMSTR.

       FD  PATMSTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY PATMSTR.

      * Priced dispenses in the DLYCHRG layout HOSPCHG posts: room
      * and equipment zero, the pharmacy amount and revenue class
      * filled.
       FD  PHRMCHRG
           RECORD CONTAINS 80 CHARACTERS.
       01  PHRMCHRG-REC.
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
           05 INPATIENT-SW                      PIC X(01)  VALUE 'N'.
               88 CURRENT-INPATIENT                        VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 RXTRAN-ST                         PIC X(02).
               88 RXTRAN-OK                                VALUE '00'.
           05 MEDORDR-STATUS                    PIC X(02).
               88 MEDORDR-FOUND                            VALUE '00'.
               88 MEDORDR-MISSING                          VALUE '35'.
           05 DRUGMSTR-STATUS                   PIC X(02).
               88 DRUGMSTR-FOUND                           VALUE '00'.
           05 PATMSTR-STATUS                    PIC X(02).
               88 PATMSTR-FOUND                            VALUE '00'.
           05 PHRMCHRG-ST                       PIC X(02).
               88 PHRMCHRG-OK                              VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

      * Dispenses post to the pharmacy bucket on PATCHGS under the
      * same revenue class the charge-code master uses.
       77  PHARMACY-REVENUE-CLASS               PIC X(01)  VALUE 'P'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 ORDERS-ADDED                      PIC 9(07)  VALUE ZERO.
           05 DOSES-DISPENSED                   PIC 9(07)  VALUE ZERO.
           05 ORDERS-DISCONTINUED               PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.
           05 UNITS-WS                          PIC 9(07)  VALUE ZERO.
           05 CHARGE-AMOUNT-WS                  PIC 9(07)V99
                                                           VALUE ZERO.
           05 TOT-CHARGES-WS                    PIC 9(09)V99
                                                           VALUE ZERO.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08)  VALUE ZERO.
           05 TRAN-DATE-WS                      PIC 9(08)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  RX-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-TRAN-CODE                      PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-PATIENT-ID                     PIC X(09).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-ORDER-NO                       PIC X(05).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(35).

       01  RX-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
                  VALUE 'TRANS READ:      '.
           05 RS-TRANS-READ-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(08)
                  VALUE 'ORDERS: '.
           05 RS-ORDERS-O                       PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'DISPENSED: '.
           05 RS-DISPENSED-O                    PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(14)
                  VALUE 'DISCONTINUED: '.
           05 RS-DISCONTINUED-O                 PIC ZZZ,ZZ9.

       01  RX-SUMMARY-LINE-2.
           05 FILLER                            PIC X(17)
                  VALUE 'REJECTED:        '.
           05 RS-REJECTED-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(17)
                  VALUE 'PHARMACY CHARGES:'.
           05 RS-CHARGES-O                      PIC $$$,$$$,$$9.99.

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
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 800-OPEN-FILES.
           PERFORM 900-READ-RXTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY PHARMACY TRANSACTION FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-PROCESS-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-RXTRAN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           IF RX-ORDER-NO NOT NUMERIC OR RX-ORDER-NO = ZERO
               MOVE 'ORDER NUMBER MISSING OR NOT NUMERIC' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF RX-TRAN-DATE NUMERIC AND RX-TRAN-DATE NOT = ZERO
               MOVE RX-TRAN-DATE TO TRAN-DATE-WS
           ELSE
               MOVE CURR-DATE-WS TO TRAN-DATE-WS.
           MOVE RX-PATIENT-ID TO MO-PATIENT-ID.
           MOVE RX-ORDER-NO   TO MO-ORDER-NO.
           EVALUATE TRUE
               WHEN RX-NEW-ORDER
                   PERFORM 400-ADD-ORDER THRU 400-EXIT
               WHEN RX-DISPENSE
                   PERFORM 500-DISPENSE-DOSES THRU 500-EXIT
               WHEN RX-DISCONTINUE
                   PERFORM 600-DISCONTINUE-ORDER THRU 600-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

       400-ADD-ORDER.
           MOVE "400-ADD-ORDER" TO PARA-NAME.
           IF RX-DOSE-QTY NOT NUMERIC OR RX-DOSE-QTY = ZERO
               MOVE 'DOSE QUANTITY MISSING OR NOT NUMERIC'
                                                       TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF RX-PRESCRIBER-ID = SPACES
               MOVE 'PRESCRIBER MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           PERFORM 450-CHECK-INPATIENT THRU 450-EXIT.
           IF NOT CURRENT-INPATIENT
               GO TO 400-EXIT.
           MOVE RX-NDC TO MD-NDC.
           READ DRUGMSTR.
           IF NOT DRUGMSTR-FOUND
               MOVE 'DRUG NOT ON FORMULARY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF MD-INACTIVE
               MOVE 'DRUG INACTIVE ON FORMULARY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           READ MEDORDR.
           IF MEDORDR-FOUND
               MOVE 'ORDER NUMBER ALREADY ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.

           MOVE SPACES            TO MO-ORDER-REC.
           MOVE RX-PATIENT-ID     TO MO-PATIENT-ID.
           MOVE RX-ORDER-NO       TO MO-ORDER-NO.
           MOVE RX-NDC            TO MO-NDC.
           MOVE RX-DOSE-QTY       TO MO-DOSE-QTY.
           MOVE RX-FREQUENCY      TO MO-FREQUENCY.
           MOVE RX-PRESCRIBER-ID  TO MO-PRESCRIBER-ID.
           MOVE TRAN-DATE-WS      TO MO-ORDER-DATE.
           MOVE 'A'               TO MO-STATUS.
           MOVE ZERO TO MO-STOP-DATE, MO-DOSES-DISPENSED,
                        MO-UNITS-DISPENSED, MO-CHARGES-TO-DATE,
                        MO-LAST-DISPENSE-DATE.
           WRITE MO-ORDER-REC.
           ADD +1 TO ORDERS-ADDED.
       400-EXIT.
           EXIT.

      * Orders and dispenses are for current inpatients only.
       450-CHECK-INPATIENT.
           MOVE 'N' TO INPATIENT-SW.
           MOVE RX-PATIENT-ID TO PATMSTR-KEY.
           READ PATMSTR.
           IF NOT PATMSTR-FOUND
               MOVE 'PATIENT NOT ON MASTER' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 450-EXIT.
           IF PATMSTR-DISCHARGE-DATE NOT = ZERO
               MOVE 'PATIENT ALREADY DISCHARGED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 450-EXIT.
           MOVE 'Y' TO INPATIENT-SW.
       450-EXIT.
           EXIT.

      * Units out of stock are the doses given times the ordered
      * dose quantity; the charge is those units at the formulary
      * price.
       500-DISPENSE-DOSES.
           MOVE "500-DISPENSE-DOSES" TO PARA-NAME.
           IF RX-DOSES NOT NUMERIC OR RX-DOSES = ZERO
               MOVE 'DOSES MISSING OR NOT NUMERIC' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           READ MEDORDR.
           IF NOT MEDORDR-FOUND
               MOVE 'ORDER NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           IF NOT MO-ACTIVE
               MOVE 'ORDER DISCONTINUED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           PERFORM 450-CHECK-INPATIENT THRU 450-EXIT.
           IF NOT CURRENT-INPATIENT
               GO TO 500-EXIT.
           MOVE MO-NDC TO MD-NDC.
           READ DRUGMSTR.
           IF NOT DRUGMSTR-FOUND
               MOVE 'DRUG NOT ON FORMULARY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           COMPUTE UNITS-WS = RX-DOSES * MO-DOSE-QTY.
           IF UNITS-WS > MD-ON-HAND
               MOVE 'NOT ENOUGH STOCK ON HAND' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.

           COMPUTE CHARGE-AMOUNT-WS = MD-CHARGE-PRICE * UNITS-WS.
           MOVE SPACES                 TO PHRMCHRG-REC.
           MOVE RX-PATIENT-ID          TO DC-PATIENT-ID.
           MOVE ZERO                   TO DC-ROOM-CHARGE.
           MOVE ZERO                   TO DC-EQUIPMENT-CHARGE.
           MOVE MD-DESCRIPTION         TO DC-DAILY-COMMENTS.
           MOVE CHARGE-AMOUNT-WS       TO DC-ANCILLARY-CHARGE.
           MOVE PHARMACY-REVENUE-CLASS TO DC-REVENUE-CLASS.
           WRITE PHRMCHRG-REC.

           SUBTRACT UNITS-WS      FROM MD-ON-HAND.
           MOVE TRAN-DATE-WS      TO MD-LAST-DISPENSE-DATE.
           REWRITE MD-DRUG-REC.
           ADD RX-DOSES           TO MO-DOSES-DISPENSED.
           ADD UNITS-WS           TO MO-UNITS-DISPENSED.
           ADD CHARGE-AMOUNT-WS   TO MO-CHARGES-TO-DATE.
           MOVE TRAN-DATE-WS      TO MO-LAST-DISPENSE-DATE.
           REWRITE MO-ORDER-REC.
           ADD RX-DOSES           TO DOSES-DISPENSED.
           ADD CHARGE-AMOUNT-WS   TO TOT-CHARGES-WS.
       500-EXIT.
           EXIT.

       600-DISCONTINUE-ORDER.
           MOVE "600-DISCONTINUE-ORDER" TO PARA-NAME.
           READ MEDORDR.
           IF NOT MEDORDR-FOUND
               MOVE 'ORDER NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 600-EXIT.
           IF NOT MO-ACTIVE
               MOVE 'ORDER ALREADY DISCONTINUED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 600-EXIT.
           MOVE 'D'          TO MO-STATUS.
           MOVE TRAN-DATE-WS TO MO-STOP-DATE.
           REWRITE MO-ORDER-REC.
           ADD +1 TO ORDERS-DISCONTINUED.
       600-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE RX-TRAN-CODE   TO RJ-TRAN-CODE.
           MOVE RX-PATIENT-ID  TO RJ-PATIENT-ID.
           MOVE RX-ORDER-NO    TO RJ-ORDER-NO.
           WRITE SYSOUT-REC FROM RX-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT RXTRAN.
           OPEN I-O MEDORDR.
           IF MEDORDR-MISSING
               OPEN OUTPUT MEDORDR
               CLOSE MEDORDR
               OPEN I-O MEDORDR.
           OPEN I-O DRUGMSTR.
           OPEN INPUT PATMSTR.
           OPEN OUTPUT PHRMCHRG.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE RXTRAN, MEDORDR, DRUGMSTR, PATMSTR, PHRMCHRG, SYSOUT.
       850-EXIT.
           EXIT.

       900-READ-RXTRAN.
           READ RXTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ  TO RS-TRANS-READ-O.
           MOVE ORDERS-ADDED        TO RS-ORDERS-O.
           MOVE DOSES-DISPENSED     TO RS-DISPENSED-O.
           MOVE ORDERS-DISCONTINUED TO RS-DISCONTINUED-O.
           MOVE TRANS-REJECTED      TO RS-REJECTED-O.
           MOVE TOT-CHARGES-WS      TO RS-CHARGES-O.
           WRITE SYSOUT-REC FROM RX-SUMMARY-LINE.
           WRITE SYSOUT-REC FROM RX-SUMMARY-LINE-2.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - RXENTRY ***"
               UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
