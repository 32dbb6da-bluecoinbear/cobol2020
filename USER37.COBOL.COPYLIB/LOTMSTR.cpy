      * LOTMSTR - Lot on-hand master for lot-controlled parts,
      * keyed by part number plus supplier lot/heat number (110
      * bytes). A part flagged government-only on the parts master
      * is lot-controlled: each lot received carries the supplier,
      * the PO it came in on and the supplier's certificate of
      * conformance reference, and its own on-hand. An assembly
      * built to a lot-controlled part number is its own lot,
      * numbered by the work order that built it. LOTPOST keeps
      * the on-hand from the lot transactions PORECV, PORETURN,
      * CYCENTRY and WOISSUE write; LOTTRACE reads it for the
      * trace inquiry.
       01  LM-LOT-REC.
           05  LM-KEY.
               10  LM-PART-NUMBER       PIC X(23).
               10  LM-LOT-NUMBER        PIC X(12).
           05  LM-LOT-SOURCE            PIC X(01).
               88  LM-PURCHASED                 VALUE 'P'.
               88  LM-BUILT                     VALUE 'B'.
           05  LM-SUPPLIER-CODE         PIC X(10).
      * PO number a purchased lot came in on, work order number a
      * built lot came off.
           05  LM-SOURCE-REF            PIC X(10).
           05  LM-CERT-REF              PIC X(15).
           05  LM-RECEIPT-DATE          PIC 9(08).
           05  LM-QTY-RECEIVED          PIC S9(7).
           05  LM-ON-HAND               PIC S9(7).
           05  LM-LAST-ACTIVITY-DATE    PIC 9(08).
           05  FILLER                   PIC X(09).
