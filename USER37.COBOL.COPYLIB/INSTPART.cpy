      * INSTPART - Instrument part number in the purchase-order
      * stream (23 bytes). An instrument bought through POENTRY is
      * ordered, received and matched under a part number built
      * from its inventory key - INSTR-, the instrument type, a
      * hyphen and the quality grade - so PORECV can send its
      * receipts to the instrument inventory instead of the parts
      * inventory, which carries no instruments.
       01  INSTRUMENT-PART-NO.
           05  IP-PREFIX                PIC X(06).
               88  IP-INSTRUMENT-PART           VALUE 'INSTR-'.
           05  IP-INSTRUMENT-TYPE       PIC X(06).
           05  IP-SEPARATOR             PIC X(01).
           05  IP-QUALITY               PIC X(01).
           05  FILLER                   PIC X(09).
