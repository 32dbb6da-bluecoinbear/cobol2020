      * AUDSAMP - Claims payment audit sample master, keyed by sample
      * month plus sample number (150 bytes). AUDSAMPL draws each
      * month's random sample of adjudicated claims - paid claims off
      * the claim history, declines off the EOB extract - and writes
      * one entry per claim picked. The finding fields stay blank
      * until AUDFMNT posts what the auditor found; AUDACRPT reports
      * accuracy from the reviewed entries.
       01  AS-SAMPLE-REC.
           05  AS-SAMPLE-KEY.
               10  AS-SAMPLE-MONTH      PIC 9(06).
               10  AS-SAMPLE-NO         PIC 9(04).
           05  AS-SOURCE                PIC X(01).
               88  AS-FROM-PAID                 VALUE 'P'.
               88  AS-FROM-DECLINE              VALUE 'D'.
           05  AS-POLICY-NO             PIC 9(09).
      * Claim sequence on the claim history; zero on a decline,
      * which never reaches the history.
           05  AS-CLAIM-SEQ             PIC 9(04).
           05  AS-LAST-NAME             PIC X(10).
           05  AS-FIRST-NAME            PIC X(15).
           05  AS-SERVICE-DATE          PIC 9(08).
           05  AS-RUN-DATE              PIC 9(08).
           05  AS-BILLED-AMOUNT         PIC S9(7)V99.
           05  AS-AMOUNT-PAID           PIC S9(7)V99.
      * Reason code the claims run stamped on a decline; spaces on
      * a claim that paid clean.
           05  AS-REASON-CODE           PIC X(04).
           05  AS-HIGH-DOLLAR-IND       PIC X(01).
               88  AS-HIGH-DOLLAR               VALUE 'Y'.
           05  AS-APPEAL-IND            PIC X(01).
               88  AS-APPEALED                  VALUE 'A'.
      * Selection weight the claim carried (1 plus 2 for a high-
      * dollar claim plus 2 for an appealed one) and the expansion
      * factor - the inverse of its chance of being picked - so the
      * accuracy rates can undo the over-weighting.
           05  AS-WEIGHT                PIC 9(01).
           05  AS-EXPANSION-FACTOR      PIC 9(05)V99.
      * Posted by AUDFMNT from the auditor's findings.
           05  AS-FINDING-CODE          PIC X(01).
               88  AS-NOT-REVIEWED              VALUE SPACE.
               88  AS-FOUND-CORRECT             VALUE 'C'.
               88  AS-FOUND-OVERPAID            VALUE 'O'.
               88  AS-FOUND-UNDERPAID           VALUE 'U'.
               88  AS-FOUND-WRONG-REASON        VALUE 'R'.
           05  AS-CORRECT-AMOUNT        PIC S9(7)V99.
           05  AS-CORRECT-REASON        PIC X(04).
           05  AS-AUDITOR-ID            PIC X(08).
           05  AS-REVIEW-DATE           PIC 9(08).
           05  FILLER                   PIC X(23).
