      * AUDFIND - Audit findings record (80 bytes). AUDSAMPL writes
      * one per sampled claim with the claim's identity and figures
      * filled in and the finding fields blank; the auditor keys the
      * finding code, the amount that should have paid (over- or
      * under-paid) or the reason code that should have applied
      * (wrong reason), and their ID, and AUDFMNT posts the completed
      * file to the sample master. An entry left with no finding
      * code has not been reviewed yet and is passed over.
       01  AF-FINDING-REC.
           05  AF-SAMPLE-MONTH          PIC 9(06).
           05  AF-SAMPLE-NO             PIC 9(04).
           05  AF-SOURCE                PIC X(01).
           05  AF-POLICY-NO             PIC 9(09).
           05  AF-CLAIM-SEQ             PIC 9(04).
           05  AF-AMOUNT-PAID           PIC 9(07)V99.
           05  AF-REASON-CODE           PIC X(04).
           05  AF-FINDING-CODE          PIC X(01).
               88  AF-NOT-REVIEWED              VALUE SPACE.
               88  AF-CORRECT                   VALUE 'C'.
               88  AF-OVERPAID                  VALUE 'O'.
               88  AF-UNDERPAID                 VALUE 'U'.
               88  AF-WRONG-REASON              VALUE 'R'.
               88  AF-VALID-FINDING             VALUE 'C' 'O' 'U' 'R'.
           05  AF-CORRECT-AMOUNT        PIC 9(07)V99.
           05  AF-CORRECT-REASON        PIC X(04).
           05  AF-AUDITOR-ID            PIC X(08).
           05  FILLER                   PIC X(21).
