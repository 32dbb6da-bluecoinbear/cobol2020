      * FAVRFP sells from - one transaction per receipt with the
      * instrument type, quality grade and quantity received. A
      * receipt for a type/grade not yet on the master opens it.
      * A receipt carrying the maker's serial number is one unit,
      * and opens that unit in stock on the serialized unit
      * history with its supplier and cost, so a unit brought back
      * later can be traced to its sale and its source.
      * Receipts against instrument replenishment POs come from
      * PORECV carrying the PO number and the PO unit price; the
      * PO price is the cost a serialized unit is opened at, and
      * the cost a new type/grade goes onto the master at.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             ACCESS MODE IS RANDOM
             RECORD KEY IS IV-KEY
             FILE STATUS IS INVMSTR-ST.
           SELECT SERUNIT ASSIGN TO SERUNIT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SU-SERIAL-NO
             ALTERNATE RECORD KEY IS SU-STOCK-KEY WITH DUPLICATES
             FILE STATUS IS SERUNIT-ST.
           SELECT RCPTRPT ASSIGN TO RCPTRPT
             FILE STATUS IS RCPTRPT-ST.
       DATA DIVISION.
           05  RT-INSTRUMENT-TYPE           PIC X(06).
           05  RT-QUALITY                   PIC X(01).
           05  RT-QUANTITY                  PIC 9(05).
           05  RT-SUPPLIER-CODE             PIC X(10).
           05  RT-SERIAL-NO                 PIC X(15).
           05  RT-PO-NUMBER                 PIC X(06).
           05  RT-UNIT-COST                 PIC 9(05)V99.
           05  FILLER                       PIC X(30).
       FD  INVMSTR
           RECORD CONTAINS 40 CHARACTERS.
           COPY INVMSTR.
       FD  SERUNIT
           RECORD CONTAINS 120 CHARACTERS.
           COPY SERUNIT.
       FD  RCPTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
            88  INVMSTR-OK                           VALUE '00'.
            88  INVMSTR-REC-FOUND                    VALUE '00'.
            88  INVMSTR-MISSING                      VALUE '35'.
       01  SERUNIT-ST                       PIC X(02).
            88  SERUNIT-OK                           VALUE '00'.
            88  SERUNIT-REC-FOUND                    VALUE '00'.
            88  SERUNIT-MISSING                      VALUE '35'.
       01  RCPTRPT-ST                       PIC X(02).
            88  RCPTRPT-OK                           VALUE '00'.
       77  RECEIPTS-READ-WS                 PIC 9(05) VALUE ZERO.
       77  RECEIPTS-POSTED-WS               PIC 9(05) VALUE ZERO.
       77  RECEIPTS-REJECTED-WS             PIC 9(05) VALUE ZERO.
       77  UNITS-SERIALIZED-WS              PIC 9(05) VALUE ZERO.
       01  CURR-DATE-WS                     PIC 9(08).
       01  SERIAL-REJECT-SW                 PIC X(01) VALUE 'N'.
            88  SERIAL-REJECTED                      VALUE 'Y'.
       01  RCPT-LINE.
           05  RL-INSTRUMENT-TYPE           PIC X(06).
           05  FILLER                       PIC X(01) VALUE '/'.
           05  FILLER                       PIC X(12)
                  VALUE '  ON HAND:  '.
           05  RL-ON-HAND                   PIC ZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  RL-SERIAL-NO                 PIC X(15).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  RL-SUPPLIER-CODE             PIC X(10).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  RL-PO-NUMBER                 PIC X(06).
           05  FILLER                       PIC X(04) VALUE SPACE.
       01  RCPT-SUMMARY-LINE.
           05  FILLER                       PIC X(16)
                  VALUE 'RECEIPTS READ:  '.
           05  FILLER                       PIC X(12)
                  VALUE '  REJECTED: '.
           05  RS-REJECTED-O                PIC ZZ,ZZ9.
           05  FILLER                       PIC X(14)
                  VALUE '  SERIALIZED: '.
           05  RS-SERIALIZED-O              PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-HOUSEKEEPING.
           MOVE +0 TO RETURN-CODE.
           GOBACK.
       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           OPEN INPUT RCPTTRAN.
           OPEN I-O INVMSTR.
           IF INVMSTR-MISSING
               OPEN OUTPUT INVMSTR
               CLOSE INVMSTR
               OPEN I-O INVMSTR.
           OPEN I-O SERUNIT.
           IF SERUNIT-MISSING
               OPEN OUTPUT SERUNIT
               CLOSE SERUNIT
               OPEN I-O SERUNIT.
           OPEN OUTPUT RCPTRPT.
           PERFORM 400-READ-RCPTTRAN.
       100-MAIN.
           PERFORM 200-POST-RECEIPT.
           PERFORM 400-READ-RCPTTRAN.
       200-POST-RECEIPT.
           PERFORM 210-EDIT-SERIAL.
           IF RT-QUANTITY NOT NUMERIC OR RT-QUANTITY = ZERO
               ADD 1 TO RECEIPTS-REJECTED-WS
               DISPLAY 'INVALID RECEIPT QUANTITY - '
                       RT-INSTRUMENT-TYPE
           ELSE
           IF SERIAL-REJECTED
               ADD 1 TO RECEIPTS-REJECTED-WS
           ELSE
               MOVE RT-INSTRUMENT-TYPE TO IV-INSTRUMENT-TYPE
               MOVE RT-QUALITY TO IV-QUALITY
                   MOVE RT-INSTRUMENT-TYPE TO IV-INSTRUMENT-TYPE
                   MOVE RT-QUALITY TO IV-QUALITY
                   MOVE RT-QUANTITY TO IV-ON-HAND
                   IF RT-UNIT-COST NUMERIC AND RT-UNIT-COST > ZERO
                       MOVE RT-UNIT-COST TO IV-UNIT-COST
                   END-IF
                   WRITE IV-INVENTORY-REC
               END-IF
               ADD 1 TO RECEIPTS-POSTED-WS
               IF RT-SERIAL-NO NOT = SPACES
                   PERFORM 220-WRITE-SERIAL-UNIT
               END-IF
               MOVE RT-INSTRUMENT-TYPE TO RL-INSTRUMENT-TYPE
               MOVE RT-QUALITY TO RL-QUALITY
               MOVE RT-QUANTITY TO RL-QUANTITY
               MOVE IV-ON-HAND TO RL-ON-HAND
               MOVE RT-SERIAL-NO TO RL-SERIAL-NO
               MOVE RT-SUPPLIER-CODE TO RL-SUPPLIER-CODE
               MOVE RT-PO-NUMBER TO RL-PO-NUMBER
               WRITE RCPTRPT-REC FROM RCPT-LINE
           END-IF
           END-IF.
      * A serial number is one instrument, and one the history
      * does not already hold - a second receipt of the same serial
      * is a keying error, not more stock.
       210-EDIT-SERIAL.
           MOVE 'N' TO SERIAL-REJECT-SW.
           IF RT-SERIAL-NO NOT = SPACES
               IF RT-QUANTITY NOT = 1
                   MOVE 'Y' TO SERIAL-REJECT-SW
                   DISPLAY 'SERIALIZED RECEIPT MUST BE ONE UNIT - '
                           RT-SERIAL-NO
               ELSE
                   MOVE RT-SERIAL-NO TO SU-SERIAL-NO
                   READ SERUNIT
                   IF SERUNIT-REC-FOUND
                       MOVE 'Y' TO SERIAL-REJECT-SW
                       DISPLAY 'SERIAL NUMBER ALREADY RECEIVED - '
                               RT-SERIAL-NO
                   END-IF
               END-IF
           END-IF.
      * The unit carries the PO price it was bought at, or failing
      * that the master's unit cost as of receipt - the cost a
      * warranty replacement of it is charged at.
       220-WRITE-SERIAL-UNIT.
           MOVE SPACES TO SU-SERIAL-UNIT-REC.
           MOVE RT-SERIAL-NO TO SU-SERIAL-NO.
           MOVE RT-INSTRUMENT-TYPE TO SU-INSTRUMENT-TYPE.
           MOVE RT-QUALITY TO SU-QUALITY.
           MOVE 'S' TO SU-STATUS.
           MOVE RT-SUPPLIER-CODE TO SU-SUPPLIER-CODE.
           MOVE CURR-DATE-WS TO SU-RECEIPT-DATE.
           IF RT-UNIT-COST NUMERIC AND RT-UNIT-COST > ZERO
               MOVE RT-UNIT-COST TO SU-UNIT-COST
           ELSE
               MOVE IV-UNIT-COST TO SU-UNIT-COST.
           MOVE ZERO TO SU-INVOICE-NO, SU-SALE-DATE, SU-CLAIM-COUNT,
                        SU-LAST-CLAIM-DATE, SU-WARRANTY-COST.
           WRITE SU-SERIAL-UNIT-REC
               INVALID KEY
                   DISPLAY '*** SERIAL UNIT NOT WRITTEN - '
                           RT-SERIAL-NO
               NOT INVALID KEY
                   ADD 1 TO UNITS-SERIALIZED-WS
           END-WRITE.
       400-READ-RCPTTRAN.
           READ RCPTTRAN
           AT END
           MOVE RECEIPTS-READ-WS     TO RS-READ-O.
           MOVE RECEIPTS-POSTED-WS   TO RS-POSTED-O.
           MOVE RECEIPTS-REJECTED-WS TO RS-REJECTED-O.
           MOVE UNITS-SERIALIZED-WS  TO RS-SERIALIZED-O.
           WRITE RCPTRPT-REC FROM RCPT-SUMMARY-LINE.
       600-CLOSE-FILES.
           CLOSE RCPTTRAN, INVMSTR, SERUNIT, RCPTRPT.
