      * LOTTRAN - Lot movement transaction (100 bytes). Written by
      * the programs that move lot-controlled stock, posted to the
      * lot master by LOTPOST, which appends every transaction it
      * accepts to the lot history file in the same layout - the
      * trail LOTTRACE follows. The reference is the PO number for
      * receipts and supplier returns, the work order number for
      * component issues and returns and for built assemblies, the
      * counter id for count adjustments and the shipping document
      * for shipments. Count adjustments are signed; every other
      * quantity is positive.
       01  LX-LOT-TRANS-REC.
           05  LX-TRANS-TYPE            PIC X(01).
               88  LX-RECEIPT                   VALUE 'R'.
               88  LX-BUILT                     VALUE 'B'.
               88  LX-ISSUE                     VALUE 'I'.
               88  LX-RETURN                    VALUE 'T'.
               88  LX-SUPPLIER-RETURN           VALUE 'V'.
               88  LX-COUNT-ADJUST              VALUE 'C'.
               88  LX-SHIPMENT                  VALUE 'S'.
           05  LX-PART-NUMBER           PIC X(23).
           05  LX-LOT-NUMBER            PIC X(12).
           05  LX-QUANTITY              PIC S9(7).
           05  LX-TRANS-DATE            PIC 9(08).
           05  LX-REFERENCE             PIC X(10).
           05  LX-SUPPLIER-CODE         PIC X(10).
           05  LX-CERT-REF              PIC X(15).
           05  FILLER                   PIC X(14).
