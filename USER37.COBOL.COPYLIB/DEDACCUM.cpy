      * reads and updates it as deductibles are applied each run and
      * resets it when the policy's benefit date rolls, instead of
      * trusting the POLICY-DEDUCTIBLE-PAID figure on the inbound
      * claim record. The same record carries the benefits paid on
      * the policy for the benefit year and over its lifetime, which
      * CLAIMRPT holds against the policy's annual and lifetime
      * maximums; the year figure resets with the deductible and the
      * lifetime figure never does.
       01  DA-ACCUM-REC.
           05  DA-POLICY-NO             PIC 9(09).
           05  DA-BENEFIT-DATE          PIC 9(08).
           05  DA-DEDUCTIBLE-PAID       PIC S9(5)V99.
           05  DA-LAST-UPDATE-DATE      PIC 9(08).
           05  DA-YEAR-BENEFIT-PAID     PIC S9(9)V99.
           05  DA-LIFETIME-PAID         PIC S9(9)V99.
           05  FILLER                   PIC X(06).
