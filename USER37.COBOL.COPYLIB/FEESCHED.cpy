      * FEESCHED - Contracted fee schedule, keyed by provider number
      * plus policy type (40 bytes). The rate an in-network provider
      * has agreed to accept for claims under each type of coverage:
      * the allowed amount is the contract percentage of billed
      * charges, held to the per-claim contract maximum when one is
      * set. CLAIMRPT prices each claim from here; the difference
      * between billed and allowed is the network savings shown on
      * the member's EOB. Maintained by PROVMNT.
       01  FS-FEE-REC.
           05  FS-FEE-KEY.
               10  FS-PROVIDER-NO       PIC 9(06).
               10  FS-POLICY-TYPE       PIC 9(01).
      * Allowed as a fraction of billed, 0.850 = 85 percent.
           05  FS-CONTRACT-RATE         PIC 9V999.
      * Most the contract allows on one claim; zero means no cap.
           05  FS-CONTRACT-MAX          PIC S9(7)V99.
           05  FILLER                   PIC X(20).
