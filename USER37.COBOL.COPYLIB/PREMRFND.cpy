      * PREMRFND - Premium refund record (80 bytes). The cancellation
      * run (POLCANC) writes one per terminated policy owed a refund
      * of unearned premium, net of any open overpayment receivable
      * it offset; CLAIMPAY cuts the policyholder's refund check from
      * it on the same check sequence and payment master as the
      * claim payments, so CHKRECON reconciles it like any other
      * disbursement.
       01  RF-REFUND-REC.
           05  RF-POLICY-NO             PIC 9(09).
           05  RF-LAST-NAME             PIC X(10).
           05  RF-FIRST-NAME            PIC X(15).
           05  RF-TERM-DATE             PIC 9(08).
           05  RF-GROSS-REFUND          PIC S9(7)V99.
           05  RF-OFFSET-AMOUNT         PIC S9(7)V99.
           05  RF-NET-REFUND            PIC S9(7)V99.
           05  FILLER                   PIC X(11).
