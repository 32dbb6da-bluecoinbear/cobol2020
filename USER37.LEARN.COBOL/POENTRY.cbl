           COPY VARPARTS.

       FD  SUPPMSTR
           RECORD CONTAINS 269 CHARACTERS.
       01  SUPPMSTR-REC.
           COPY VARSUPP.
           COPY VARADDR.
       01  PO-TABLE-WS.
           COPY VARPO.

      * Instrument replenishment POs raised by REPLPO carry an
      * INSTR- part number; the instruments are not carried in the
      * parts inventory, so no on-order image goes to PARTINV.
       COPY INSTPART.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).
           05 CURR-DATE-WS-X REDEFINES CURR-DATE-WS.
           EXIT.

       470-WRITE-ONORDER.
           MOVE WS-PART-NUMBER OF PO-TABLE-WS (WS-PO-IDX)
                                        TO INSTRUMENT-PART-NO.
           IF IP-INSTRUMENT-PART
               GO TO 470-EXIT.
           MOVE WS-PART-NUMBER OF PO-TABLE-WS (WS-PO-IDX)
                                        TO IO-PART-NUMBER.
           MOVE WS-QUANTITY (WS-PO-IDX) TO IO-QUANTITY.
