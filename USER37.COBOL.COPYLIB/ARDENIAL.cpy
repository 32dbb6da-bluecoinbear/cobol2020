      * ARDENIAL - Insurance denial work list record (150 bytes).
      * ARINSPST adds one entry for every open patient receivable
      * whose bridged claim came back declined on the EOB extract,
      * instead of writing the balance off, so patient accounts can
      * appeal the decline or bill the patient. The receivable is
      * left open at its full balance and marked denied on PATAR.
       01  DW-DENIAL-REC.
           05  DW-PATIENT-ID            PIC X(09).
           05  DW-BILL-DATE             PIC 9(08).
           05  DW-LAST-NAME             PIC X(20).
           05  DW-FIRST-NAME            PIC X(15).
           05  DW-POLICY-NO             PIC 9(09).
           05  DW-MEMBER-SEQ            PIC 9(02).
           05  DW-BILLED-AMOUNT         PIC 9(09)V99.
           05  DW-BALANCE               PIC S9(09)V99.
           05  DW-REASON-CODE           PIC X(04).
           05  DW-REASON                PIC X(40).
      * Business date of the claims run that declined the claim and
      * the date the decline reached the work list.
           05  DW-CLAIM-RUN-DATE        PIC 9(08).
           05  DW-LISTED-DATE           PIC 9(08).
           05  FILLER                   PIC X(05).
