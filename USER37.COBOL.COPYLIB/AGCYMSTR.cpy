      * AGCYMSTR - Collection agency placement record, keyed by the
      * same patient id plus bill date as the receivable it came
      * from (150 bytes). AGCYPLC adds one when an account past the
      * final dunning letter is placed with the agency and its
      * balance written off to bad debt, and sends the agency a
      * copy of it as the placement. AGCYPOST posts the agency's
      * collections back against it as bad-debt recoveries, net of
      * the agency's fee, and handles recalls. A receivable is only
      * ever placed once, so a recalled account stays off the next
      * placement run.
       01  CP-PLACEMENT-REC.
           05  CP-AR-KEY.
               10  CP-PATIENT-ID        PIC X(09).
               10  CP-BILL-DATE         PIC 9(08).
           05  CP-LAST-NAME             PIC X(20).
           05  CP-FIRST-NAME            PIC X(15).
           05  CP-AGENCY-CODE           PIC X(04).
           05  CP-STATUS                PIC X(01).
               88  CP-PLACED                    VALUE 'P'.
               88  CP-RECALLED                  VALUE 'R'.
               88  CP-PAID-IN-FULL              VALUE 'C'.
           05  CP-PLACED-DATE           PIC 9(08).
           05  CP-PLACED-AMOUNT         PIC 9(09)V99.
      * What the agency collected from the patient, the fees it kept
      * out of that, and what is still written off: the placed
      * amount less the gross collected.
           05  CP-GROSS-RECOVERED       PIC 9(09)V99.
           05  CP-AGENCY-FEES           PIC 9(09)V99.
           05  CP-BAD-DEBT-BALANCE      PIC S9(09)V99.
           05  CP-LAST-RECOVERY-DATE    PIC 9(08).
           05  CP-RECALL-DATE           PIC 9(08).
           05  FILLER                   PIC X(25).
