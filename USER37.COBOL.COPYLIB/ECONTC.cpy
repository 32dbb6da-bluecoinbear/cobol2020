      * ECONTC - Engineering change notice request (100 bytes).
      * Written by ECOAPPLY for each open purchase order an applied
      * ECO changes to the new revision or cancels; POTRANSM reads
      * it on its next run and sends the supplier a change notice
      * alongside the day's PO transmissions.
       01  NT-NOTICE-REC.
           05  NT-PO-NUMBER             PIC X(06).
           05  NT-SUPPLIER-CODE         PIC X(10).
           05  NT-PART-NUMBER           PIC X(23).
           05  NT-ECO-NUMBER            PIC X(06).
           05  NT-OLD-BLUEPRINT         PIC X(10).
           05  NT-NEW-BLUEPRINT         PIC X(10).
           05  NT-OLD-SPEC              PIC X(07).
           05  NT-NEW-SPEC              PIC X(07).
           05  NT-EFFECTIVE-DATE        PIC 9(08).
           05  NT-ORDER-DISP            PIC X(01).
               88  NT-CHANGE-ORDER              VALUE 'C'.
               88  NT-CANCEL-ORDER              VALUE 'X'.
           05  NT-QUANTITY              PIC S9(7).
           05  FILLER                   PIC X(05).
