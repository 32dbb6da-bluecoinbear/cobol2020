      * APREMIT - Supplier remittance record (160 bytes). APAGING
      * writes one per confirmed payable it pays, addressed from the
      * remit-to occurrence on the supplier master; APDISB sorts
      * them by supplier and cuts one check or ACH credit per
      * supplier with a remittance advice listing every invoice.
      * The gross is the invoice amount, the discount is the early-
      * payment discount APAGING took off it from the supplier's
      * terms, and the remitted amount is what is actually paid.
       01  RM-REMIT-REC.
           05  RM-SUPPLIER-CODE         PIC X(10).
           05  RM-SUPPLIER-NAME         PIC X(15).
           05  RM-ADDRESS-1             PIC X(15).
           05  RM-ADDRESS-2             PIC X(15).
           05  RM-ADDRESS-3             PIC X(15).
           05  RM-CITY                  PIC X(15).
           05  RM-STATE                 PIC X(02).
           05  RM-ZIP-CODE              PIC X(10).
           05  RM-INVOICE-NO            PIC X(10).
           05  RM-AMOUNT                PIC S9(9)V99.
           05  RM-PO-NUMBER             PIC X(06).
           05  RM-INVOICE-DATE          PIC 9(08).
           05  RM-GROSS-AMOUNT          PIC S9(9)V99.
           05  RM-DISCOUNT-TAKEN        PIC S9(7)V99.
           05  FILLER                   PIC X(08).
