      * APPAYMST - Supplier payment master record, keyed by payment
      * number (80 bytes). APDISB adds one entry per supplier check
      * or ACH credit it issues, numbered off the AP check-number
      * control; APRECON marks checks cleared as the AP bank
      * account's paid-items file confirms them, and voids checks
      * stale past the cutoff onto the unclaimed-funds report, the
      * way CHKRECON keeps the claim payment master.
       01  APY-PAYMENT-REC.
           05  APY-PAYMENT-NO           PIC 9(08).
           05  APY-SUPPLIER-CODE        PIC X(10).
           05  APY-PAYEE-NAME           PIC X(15).
           05  APY-AMOUNT               PIC S9(9)V99.
           05  APY-ISSUE-DATE           PIC 9(08).
           05  APY-STATUS               PIC X(01).
               88  APY-ISSUED                   VALUE 'I'.
               88  APY-CLEARED                  VALUE 'C'.
               88  APY-VOIDED                   VALUE 'V'.
               88  APY-STALE-VOIDED             VALUE 'S'.
      * An ACH credit takes its number off the same sequence as the
      * checks but never clears through the paid-items file.
           05  APY-PAYMENT-METHOD       PIC X(01).
               88  APY-BY-CHECK                 VALUE 'C'.
               88  APY-BY-ACH                   VALUE 'E'.
           05  APY-CLEARED-DATE         PIC 9(08).
           05  APY-INVOICE-COUNT        PIC 9(05).
           05  APY-DISCOUNT-TAKEN       PIC S9(7)V99.
           05  FILLER                   PIC X(04).
