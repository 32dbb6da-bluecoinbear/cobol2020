      * Zero when the payment went to the policyholder.
           05  PAY-PROVIDER-NO          PIC 9(06).
           05  PAY-CLEARED-DATE         PIC 9(08).
      * How the payment went out. An EFT payment's number comes off
      * the same sequence as the checks but it never clears through
      * the paid-items file, so CHKRECON leaves it off the
      * outstanding list. Space on entries written before the field
      * existed - those were all checks.
           05  PAY-PAYMENT-METHOD       PIC X(01).
               88  PAY-BY-CHECK                 VALUES 'C', ' '.
               88  PAY-BY-EFT                   VALUE 'E'.
      * What the payment was for: a claim, or a refund of unearned
      * premium on a cancelled policy. Space on entries written
      * before the field existed - those were all claims.
           05  PAY-PAYMENT-TYPE         PIC X(01).
               88  PAY-CLAIM-PAYMENT            VALUES 'C', ' '.
               88  PAY-PREMIUM-REFUND           VALUE 'R'.
           05  FILLER                   PIC X(04).
