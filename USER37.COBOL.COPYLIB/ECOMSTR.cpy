      * ECOMSTR - Engineering change order master, keyed by ECO
      * number plus affected part (150 bytes). One record per part
      * an ECO revises: the blueprint and spec revision the part is
      * at when the ECO is entered and the revision it moves to,
      * the date the change takes effect, and what is to be done
      * with stock already on hand (use as is, rework or scrap) and
      * with purchase orders still open for the part (use as is,
      * change to the new revision or cancel). ECOMAINT enters the
      * ECO and records its approval or rejection under the
      * operator's ECO authority on AUTHMSTR; ECOAPPLY applies an
      * approved line to the parts master once its effectivity
      * date is reached.
       01  EC-ECO-REC.
           05  EC-KEY.
               10  EC-ECO-NUMBER        PIC X(06).
               10  EC-PART-NUMBER       PIC X(23).
           05  EC-STATUS                PIC X(01).
               88  EC-PENDING                   VALUE 'P'.
               88  EC-APPROVED                  VALUE 'A'.
               88  EC-REJECTED                  VALUE 'R'.
               88  EC-APPLIED                   VALUE 'D'.
           05  EC-OLD-BLUEPRINT         PIC X(10).
           05  EC-NEW-BLUEPRINT         PIC X(10).
           05  EC-OLD-SPEC              PIC X(07).
           05  EC-NEW-SPEC              PIC X(07).
           05  EC-EFFECTIVE-DATE        PIC 9(08).
           05  EC-STOCK-DISP            PIC X(01).
               88  EC-STOCK-USE-AS-IS           VALUE 'U'.
               88  EC-STOCK-REWORK              VALUE 'R'.
               88  EC-STOCK-SCRAP               VALUE 'S'.
           05  EC-ORDER-DISP            PIC X(01).
               88  EC-ORDER-USE-AS-IS           VALUE 'U'.
               88  EC-ORDER-CHANGE              VALUE 'C'.
               88  EC-ORDER-CANCEL              VALUE 'X'.
           05  EC-DESCRIPTION           PIC X(30).
           05  EC-ORIGINATOR            PIC X(08).
           05  EC-ENTERED-DATE          PIC 9(08).
           05  EC-APPROVER              PIC X(08).
           05  EC-APPROVED-DATE         PIC 9(08).
           05  EC-APPLIED-DATE          PIC 9(08).
           05  FILLER                   PIC X(06).
