      * REPLSUGG - Instrument replenishment suggestion (80 bytes),
      * one per type and quality grade FAVREPL finds below its
      * reorder point after open backorder demand. The buyers
      * approve from the printed list; REPLPO turns each approved
      * suggestion into a purchase order.
       01  RS-SUGGESTION-REC.
           05  RS-INSTRUMENT-TYPE       PIC X(06).
           05  RS-QUALITY               PIC X(01).
           05  RS-SUGGEST-QTY           PIC 9(07).
           05  RS-UNIT-COST             PIC 9(05)V99.
           05  RS-ON-HAND               PIC 9(05).
           05  RS-DEMAND                PIC 9(07).
           05  RS-SUGGEST-DATE          PIC 9(08).
           05  FILLER                   PIC X(39).
