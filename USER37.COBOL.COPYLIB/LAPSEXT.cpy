      * LAPSEXT - Policy lapse extract (80 bytes). PREMLAPS adds one
      * record for every policy it lapses for non-payment, so the
      * downstream runs can tell a lapse from a keyed termination.
      * COMMCALC charges back first-year commission on the lapses
      * dated in its commission period.
       01  LX-LAPSE-REC.
           05  LX-POLICY-NO             PIC 9(09).
           05  LX-POLICY-TYPE           PIC 9(01).
           05  LX-LAPSE-DATE            PIC 9(08).
           05  LX-PAID-TO-DATE          PIC 9(08).
           05  LX-PREMIUM-AMOUNT        PIC S9(5)V99.
           05  LX-WRITING-AGENT         PIC 9(05).
           05  FILLER                   PIC X(42).
