      * PREMAPPL - Premium-applied extract (80 bytes). PREMCASH
      * adds one record for every payment it applies, carrying the
      * premium actually applied (whole months times the monthly
      * premium, residue excluded) and the policy's writing agent.
      * The file accumulates through the month; COMMCALC selects the
      * records applied in its commission period.
       01  PA-APPLIED-REC.
           05  PA-POLICY-NO             PIC 9(09).
           05  PA-POLICY-TYPE           PIC 9(01).
           05  PA-APPLIED-DATE          PIC 9(08).
           05  PA-PAYMENT-DATE          PIC 9(08).
           05  PA-PAYMENT-AMOUNT        PIC S9(7)V99.
           05  PA-PREMIUM-APPLIED       PIC S9(7)V99.
           05  PA-MONTHS-COVERED        PIC 9(03).
           05  PA-PRIOR-PAID-TO         PIC 9(08).
           05  PA-NEW-PAID-TO           PIC 9(08).
           05  PA-WRITING-AGENT         PIC 9(05).
           05  FILLER                   PIC X(12).
