      * REVHIST - Part revision history, keyed by part number,
      * effectivity date and ECO number (100 bytes). ECOAPPLY
      * writes one record each time an approved engineering change
      * moves a part to a new blueprint or spec revision, so the
      * revision a part was built or bought to on any date can be
      * found after the parts master has moved on.
       01  RH-REVISION-REC.
           05  RH-KEY.
               10  RH-PART-NUMBER       PIC X(23).
               10  RH-EFFECTIVE-DATE    PIC 9(08).
               10  RH-ECO-NUMBER        PIC X(06).
           05  RH-OLD-BLUEPRINT         PIC X(10).
           05  RH-NEW-BLUEPRINT         PIC X(10).
           05  RH-OLD-SPEC              PIC X(07).
           05  RH-NEW-SPEC              PIC X(07).
           05  RH-APPLIED-DATE          PIC 9(08).
           05  RH-APPROVER              PIC X(08).
           05  RH-STOCK-DISP            PIC X(01).
           05  RH-ORDER-DISP            PIC X(01).
           05  FILLER                   PIC X(11).
