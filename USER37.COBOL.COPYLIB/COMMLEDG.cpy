      * COMMLEDG - Policy commission ledger, keyed by policy number
      * (80 bytes). COMMCALC opens an entry the first time it pays
      * commission on a policy and counts the premium months
      * commissioned since. The first twelve months go at the
      * agent's first-year rate and everything after at the renewal
      * rate; a policy that lapses before its twelfth month has its
      * first-year commission charged back to the agent.
       01  CL-LEDGER-REC.
           05  CL-POLICY-NO             PIC 9(09).
           05  CL-AGENT-NO              PIC 9(05).
           05  CL-FIRST-COMM-DATE       PIC 9(08).
           05  CL-FY-MONTHS             PIC 9(02).
           05  CL-RENEWAL-MONTHS        PIC 9(04).
           05  CL-FY-COMMISSION         PIC S9(7)V99.
           05  CL-RENEWAL-COMMISSION    PIC S9(7)V99.
           05  CL-CHARGEBACK-AMOUNT     PIC S9(7)V99.
           05  CL-CHARGEBACK-DATE       PIC 9(08).
           05  CL-STATUS                PIC X(01).
               88  CL-ACTIVE                    VALUE 'A'.
               88  CL-CHARGED-BACK              VALUE 'C'.
           05  FILLER                   PIC X(16).
