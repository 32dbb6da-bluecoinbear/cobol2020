      * over-shipments, part mismatches and receipts against
      * unknown POs to the exception report. Each applied receipt
      * is also written to the issue-transaction extract so the
      * parts inventory master picks the stock up. Receipts
      * against instrument replenishment POs (INSTR- part numbers
      * raised by REPLPO) go instead to the instrument receipt
      * file INVRCPT posts to INVMSTR, priced at the PO unit
      * price; a serialized instrument is received one unit per
      * transaction with its maker's serial number. A government-
      * only part is lot-controlled: its receipt must carry the
      * supplier's lot/heat number and certificate of conformance
      * reference, and goes out on the lot extract as well so
      * LOTPOST can put the lot on the lot master. A receipt names
      * the stocking location it is put away to - the main
      * warehouse when it names none - and the inventory extract
      * carries the location so PARTINV posts the stock there.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PR-PO-NUMBER
                  FILE STATUS IS PORECFIL-STATUS.
           SELECT PARTMSTR  ASSIGN TO PARTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WS-PART-NUMBER OF PARTMSTR-REC
                  FILE STATUS IS PARTMSTR-STATUS.
           SELECT ASNFIL    ASSIGN TO ASNFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
           SELECT PORCVOUT  ASSIGN TO PORCVOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PORCVOUT-ST.
           SELECT PORCVLOT  ASSIGN TO PORCVLOT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PORCVLOT-ST.
           SELECT INSTRCPT  ASSIGN TO INSTRCPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS INSTRCPT-ST.
           SELECT RECVRPT   ASSIGN TO RECVRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RECVRPT-ST.
           05 RT-PART-NUMBER                    PIC X(23).
           05 RT-QTY-RECEIVED                   PIC S9(7).
           05 RT-RECEIPT-DATE                   PIC 9(08).
           05 RT-SERIAL-NO                      PIC X(15).
      * A lot-controlled part carries the supplier's lot/heat
      * number where an instrument carries its serial number.
           05 RT-LOT-FIELDS REDEFINES RT-SERIAL-NO.
               10 RT-LOT-NUMBER                 PIC X(12).
               10 FILLER                        PIC X(03).
           05 RT-CERT-REF                       PIC X(15).
           05 RT-PUTAWAY-LOCATION               PIC X(04).
               88 RT-VALID-PUTAWAY       VALUES 'MAIN', 'CRIB', 'YARD',
                                                SPACES.
           05 FILLER                            PIC X(02).

       FD  PORECFIL
           RECORD CONTAINS 60 CHARACTERS.
           COPY PORECFIL.

       FD  PARTMSTR
           RECORD CONTAINS 92 CHARACTERS.
       01  PARTMSTR-REC.
           COPY VARPARTS.

      * POASN-maintained advance ship notices - every receipt is
      * checked against the supplier's claimed quantity so a short
      * shipment flags the same day, not when the cash goes short.
           05 PO-PART-NUMBER                    PIC X(23).
           05 PO-QUANTITY                       PIC S9(7).
           05 PO-TRANS-DATE                     PIC 9(08).
           05 PO-LOCATION                       PIC X(04).
           05 FILLER                            PIC X(37).

      * Lot receipts for LOTPOST.
       FD  PORCVLOT
           RECORD CONTAINS 100 CHARACTERS.
           COPY LOTTRAN.

      * Instrument receipts in the RCPTTRAN layout INVRCPT posts to
      * the instrument inventory master.
       FD  INSTRCPT
           RECORD CONTAINS 80 CHARACTERS.
       01  INSTRCPT-REC.
           05 IR-INSTRUMENT-TYPE                PIC X(06).
           05 IR-QUALITY                        PIC X(01).
           05 IR-QUANTITY                       PIC 9(05).
           05 IR-SUPPLIER-CODE                  PIC X(10).
           05 IR-SERIAL-NO                      PIC X(15).
           05 IR-PO-NUMBER                      PIC X(06).
           05 IR-UNIT-COST                      PIC 9(05)V99.
           05 FILLER                            PIC X(30).

       FD  RECVRPT
           RECORD CONTAINS 100 CHARACTERS.
               88 NO-MORE-POFILE                           VALUE 'N'.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 LOT-CONTROLLED-SW                 PIC X(01)  VALUE 'N'.
               88 LOT-CONTROLLED                           VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 POFILE-ST                         PIC X(02).
           05 PORECFIL-STATUS                   PIC X(02).
               88 PORECFIL-FOUND                           VALUE '00'.
               88 PORECFIL-MISSING                         VALUE '35'.
           05 PARTMSTR-STATUS                   PIC X(02).
               88 PARTMSTR-FOUND                           VALUE '00'.
           05 ASNFIL-STATUS                     PIC X(02).
               88 ASNFIL-FOUND                             VALUE '00'.
           05 ASNFIL-AVAILABLE-SW               PIC X(01)  VALUE 'N'.
               88 ASNFIL-AVAILABLE                         VALUE 'Y'.
           05 PORCVOUT-ST                       PIC X(02).
               88 PORCVOUT-OK                              VALUE '00'.
           05 PORCVLOT-ST                       PIC X(02).
               88 PORCVLOT-OK                              VALUE '00'.
           05 INSTRCPT-ST                       PIC X(02).
               88 INSTRCPT-OK                              VALUE '00'.
           05 RECVRPT-ST                        PIC X(02).
               88 RECVRPT-OK                               VALUE '00'.

       01  PO-TABLE-WS.
           COPY VARPO.

       COPY INSTPART.

       01  RECV-EXCEPTION-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'EXCEPTION - '.
           05 AP-TODATE-O                       PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 AP-STATUS-O                       PIC X(08).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 AP-LOT-O                          PIC X(12).

       01  RECV-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
               WRITE RECVRPT-REC FROM RECV-EXCEPTION-LINE
               ADD +1 TO RECEIPTS-EXCEPTION
               GO TO 400-EXIT.
           MOVE RT-PART-NUMBER TO INSTRUMENT-PART-NO.
           IF IP-INSTRUMENT-PART
              AND RT-SERIAL-NO NOT = SPACES
              AND RT-QTY-RECEIVED NOT = 1
               MOVE RT-PO-NUMBER TO EX-PO-NUMBER
               MOVE RT-PART-NUMBER TO EX-PART-NUMBER
               MOVE 'SERIALIZED RECEIPT NOT ONE UNIT' TO EX-REASON
               WRITE RECVRPT-REC FROM RECV-EXCEPTION-LINE
               ADD +1 TO RECEIPTS-EXCEPTION
               GO TO 400-EXIT.
           PERFORM 430-CHECK-LOT-CONTROL THRU 430-EXIT.
           IF LOT-CONTROLLED
              AND (RT-LOT-NUMBER = SPACES OR RT-CERT-REF = SPACES)
               MOVE RT-PO-NUMBER TO EX-PO-NUMBER
               MOVE RT-PART-NUMBER TO EX-PART-NUMBER
               MOVE 'GOVT PART NEEDS LOT AND CERT' TO EX-REASON
               WRITE RECVRPT-REC FROM RECV-EXCEPTION-LINE
               ADD +1 TO RECEIPTS-EXCEPTION
               GO TO 400-EXIT.
           IF NOT RT-VALID-PUTAWAY
               MOVE RT-PO-NUMBER TO EX-PO-NUMBER
               MOVE RT-PART-NUMBER TO EX-PART-NUMBER
               MOVE 'INVALID PUT-AWAY LOCATION' TO EX-REASON
               WRITE RECVRPT-REC FROM RECV-EXCEPTION-LINE
               ADD +1 TO RECEIPTS-EXCEPTION
               GO TO 400-EXIT.

           PERFORM 440-GET-RECEIVING-REC THRU 440-EXIT.
           COMPUTE NEW-TOTAL-RECEIVED-WS =
               MOVE 'CLOSED' TO AP-STATUS-O
           ELSE
               MOVE 'PARTIAL' TO AP-STATUS-O.
           IF LOT-CONTROLLED
               MOVE RT-LOT-NUMBER TO AP-LOT-O
           ELSE
               MOVE SPACES TO AP-LOT-O.
           WRITE RECVRPT-REC FROM RECV-APPLIED-LINE.
           ADD +1 TO RECEIPTS-APPLIED.
       400-EXIT.
       420-EXIT.
           EXIT.

      * Government-only parts are the lot-controlled ones. A part
      * not on the parts master was let through at PO entry and is
      * received without a lot.
       430-CHECK-LOT-CONTROL.
           MOVE 'N' TO LOT-CONTROLLED-SW.
           MOVE RT-PART-NUMBER TO WS-PART-NUMBER OF PARTMSTR-REC.
           READ PARTMSTR.
           IF PARTMSTR-FOUND AND WS-GOVT-ONLY-PART
               MOVE 'Y' TO LOT-CONTROLLED-SW.
       430-EXIT.
           EXIT.

       440-GET-RECEIVING-REC.
           MOVE RT-PO-NUMBER TO PR-PO-NUMBER.
           READ PORECFIL.
           EXIT.

       480-WRITE-RECEIPT-EXTRACT.
           MOVE RT-PART-NUMBER TO INSTRUMENT-PART-NO.
           IF IP-INSTRUMENT-PART
               PERFORM 485-WRITE-INSTRUMENT-RECEIPT THRU 485-EXIT
               GO TO 480-EXIT.
           MOVE 'R' TO PO-TRANS-TYPE.
           MOVE RT-PART-NUMBER TO PO-PART-NUMBER.
           MOVE RT-QTY-RECEIVED TO PO-QUANTITY.
           MOVE RT-RECEIPT-DATE TO PO-TRANS-DATE.
           MOVE SPACES TO PORCVOUT-REC (40:41).
           MOVE RT-PUTAWAY-LOCATION TO PO-LOCATION.
           WRITE PORCVOUT-REC.
           IF LOT-CONTROLLED
               PERFORM 490-WRITE-LOT-RECEIPT THRU 490-EXIT.
       480-EXIT.
           EXIT.

       485-WRITE-INSTRUMENT-RECEIPT.
           MOVE SPACES TO INSTRCPT-REC.
           MOVE IP-INSTRUMENT-TYPE TO IR-INSTRUMENT-TYPE.
           MOVE IP-QUALITY TO IR-QUALITY.
           MOVE RT-QTY-RECEIVED TO IR-QUANTITY.
           MOVE WS-SUPPLIER-CODE OF PO-TABLE-WS (WS-PO-IDX)
                                        TO IR-SUPPLIER-CODE.
           MOVE RT-SERIAL-NO TO IR-SERIAL-NO.
           MOVE RT-PO-NUMBER TO IR-PO-NUMBER.
           MOVE WS-UNIT-PRICE (WS-PO-IDX) TO IR-UNIT-COST.
           WRITE INSTRCPT-REC.
       485-EXIT.
           EXIT.

       490-WRITE-LOT-RECEIPT.
           MOVE SPACES TO LX-LOT-TRANS-REC.
           MOVE 'R' TO LX-TRANS-TYPE.
           MOVE RT-PART-NUMBER TO LX-PART-NUMBER.
           MOVE RT-LOT-NUMBER TO LX-LOT-NUMBER.
           MOVE RT-QTY-RECEIVED TO LX-QUANTITY.
           MOVE RT-RECEIPT-DATE TO LX-TRANS-DATE.
           MOVE RT-PO-NUMBER TO LX-REFERENCE.
           MOVE WS-SUPPLIER-CODE OF PO-TABLE-WS (WS-PO-IDX)
                                        TO LX-SUPPLIER-CODE.
           MOVE RT-CERT-REF TO LX-CERT-REF.
           WRITE LX-LOT-TRANS-REC.
       490-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT POFILE.
               OPEN OUTPUT PORECFIL
               CLOSE PORECFIL
               OPEN I-O PORECFIL.
           OPEN INPUT PARTMSTR.
           OPEN I-O ASNFIL.
           IF ASNFIL-FOUND
               MOVE 'Y' TO ASNFIL-AVAILABLE-SW
           ELSE
               DISPLAY "NO ASN FILE - RECEIPTS NOT ASN-CHECKED".
           OPEN OUTPUT PORCVOUT.
           OPEN OUTPUT PORCVLOT.
           OPEN OUTPUT INSTRCPT.
           OPEN OUTPUT RECVRPT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE POFILE, PORCVTRN, PORECFIL, PARTMSTR, PORCVOUT,
                 PORCVLOT, INSTRCPT, RECVRPT.
           IF ASNFIL-AVAILABLE
               CLOSE ASNFIL.
       850-EXIT.
