      * WORKORD - Assembly work order master, keyed by work-order
      * number (80 bytes), with the assembly and due date as an
      * alternate key so a build-schedule line already on file is
      * not opened twice. WOMAINT opens work orders from the build
      * schedule PLANRUN plans from or by hand, releases them to
      * the floor - allocating the BOM components and putting the
      * assembly on order in the parts inventory - and cancels
      * them; WOISSUE posts component issues and completions
      * against released orders. A work order is planned until
      * released, and complete once its full quantity is built.
       01  WO-WORK-ORDER-REC.
           05  WO-NUMBER                PIC X(06).
           05  WO-ASSEMBLY-DUE-KEY.
               10  WO-ASSEMBLY-PART     PIC X(23).
               10  WO-DUE-DATE          PIC 9(08).
           05  WO-QUANTITY              PIC S9(7).
           05  WO-QTY-COMPLETED         PIC S9(7).
           05  WO-STATUS                PIC X(01).
               88  WO-PLANNED                   VALUE 'P'.
               88  WO-RELEASED                  VALUE 'R'.
               88  WO-COMPLETE                  VALUE 'C'.
               88  WO-CANCELLED                 VALUE 'X'.
           05  WO-SOURCE                PIC X(01).
               88  WO-FROM-SCHEDULE             VALUE 'S'.
               88  WO-BY-HAND                   VALUE 'M'.
           05  WO-CREATED-DATE          PIC 9(08).
           05  WO-RELEASED-DATE         PIC 9(08).
           05  WO-COMPLETED-DATE        PIC 9(08).
           05  FILLER                   PIC X(03).
