      * POLCANX - Policy cancellation extract record (80 bytes).
      * POLMAINT adds one entry for every policy it terminates,
      * carrying the termination date keyed on the transaction. The
      * file accumulates until the cancellation run (POLCANC) works
      * it - computing the unearned premium to refund - and then
      * starts empty again.
       01  PC-CANCEL-REC.
           05  PC-POLICY-NO             PIC 9(09).
           05  PC-TERM-DATE             PIC 9(08).
      * Paid-to date on the master when the policy was terminated.
           05  PC-PAID-TO-DATE          PIC 9(08).
           05  PC-ENTRY-DATE            PIC 9(08).
           05  FILLER                   PIC X(47).
