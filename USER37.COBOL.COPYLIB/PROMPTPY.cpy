      * PROMPTPY - Prompt-pay extract record (80 bytes). CLAIMPAY
      * appends one entry per claim payment it issues, measuring the
      * days from the claim's received date to the issue date
      * against the statutory deadline and carrying any late-payment
      * interest it added to the payment. PPAYRPT reads the month's
      * entries for the prompt-pay compliance report.
       01  PX-PROMPT-PAY-REC.
           05  PX-CHECK-NO              PIC 9(08).
           05  PX-POLICY-NO             PIC 9(09).
           05  PX-POLICY-TYPE           PIC 9(01).
           05  PX-PROVIDER-NO           PIC 9(06).
           05  PX-RECEIVED-DATE         PIC 9(08).
           05  PX-ISSUE-DATE            PIC 9(08).
           05  PX-DAYS-TO-PAY           PIC 9(05).
      * Undated means the feed supplied no received date, so the
      * payment could not be measured and carries no interest.
           05  PX-TIMELY-IND            PIC X(01).
               88  PX-PAID-TIMELY               VALUE 'Y'.
               88  PX-PAID-LATE                 VALUE 'L'.
               88  PX-UNDATED                   VALUE 'U'.
           05  PX-AMOUNT-PAID           PIC S9(7)V99.
           05  PX-INTEREST-PAID         PIC S9(5)V99.
           05  PX-PAYMENT-METHOD        PIC X(01).
           05  FILLER                   PIC X(17).
