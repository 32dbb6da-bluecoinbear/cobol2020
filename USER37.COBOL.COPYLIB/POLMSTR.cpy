      * POL-ACTIVE means the premium is actually being paid.
           05  POL-PREMIUM-AMOUNT       PIC S9(5)V99.
           05  POL-PAID-TO-DATE         PIC 9(08).
      * Writing agent - the AGNTMSTR agent credited with the sale,
      * paid commission on this policy's premium by COMMCALC. Zero
      * when the policy was not sold through an agent.
           05  POL-WRITING-AGENT        PIC 9(05).
      * POL-BENEFIT-DATE is also the policy anniversary. POLRENEW
      * marks the policy here when the renewal notice goes out - or
      * when a terminated policy is listed as not renewing - and
      * clears the mark when it rolls the benefit year.
           05  POL-RENEWAL-NOTICE-SW    PIC X(01).
               88  POL-RENEWAL-NOTICE-SENT      VALUE 'Y'.
               88  POL-NONRENEWAL-LISTED        VALUE 'N'.
           05  FILLER                   PIC X(03).
