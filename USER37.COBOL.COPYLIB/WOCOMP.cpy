      * WOCOMP - Work-order component record, keyed by work-order
      * number and component part (60 bytes). One per BOM component
      * when WOMAINT releases the order: the BOM quantity per
      * assembly, the quantity allocated for the full order, and
      * what WOISSUE has issued net of returns to date. A part
      * issued that is not on the BOM gets a record with nothing
      * required, so WOVARRPT reports it as issued over the BOM.
       01  WC-COMPONENT-REC.
           05  WC-KEY.
               10  WC-WO-NUMBER         PIC X(06).
               10  WC-PART-NUMBER       PIC X(23).
           05  WC-PER-ASSEMBLY-QTY      PIC S9(05).
           05  WC-REQUIRED-QTY          PIC S9(7).
           05  WC-ISSUED-QTY            PIC S9(7).
           05  WC-LAST-ISSUE-DATE       PIC 9(08).
           05  FILLER                   PIC X(04).
