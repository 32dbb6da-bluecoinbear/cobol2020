      * STDCOST - Parts standard cost master, keyed by part number
      * (80 bytes). Two cost sets per part: the frozen standard
      * finance has signed off, which purchase-price variance is
      * measured against, and the pending standard the latest
      * roll-up proposes. COSTROLL sets the pending cost of a
      * purchased part from its latest buy on the price history or
      * open POs and rolls assemblies up through the BOM master
      * from it; COSTFRZ copies pending to frozen once finance has
      * reviewed the cost change report. A part with no frozen
      * cost yet carries zero there.
       01  SC-STD-COST-REC.
           05  SC-PART-NUMBER           PIC X(23).
           05  SC-FROZEN-COST           PIC S9(7)V99.
           05  SC-FROZEN-DATE           PIC 9(08).
           05  SC-PENDING-COST          PIC S9(7)V99.
           05  SC-PENDING-DATE          PIC 9(08).
           05  SC-COST-SOURCE           PIC X(01).
               88  SC-FROM-HISTORY              VALUE 'H'.
               88  SC-FROM-OPEN-PO              VALUE 'P'.
               88  SC-ROLLED-UP                 VALUE 'R'.
           05  FILLER                   PIC X(22).
