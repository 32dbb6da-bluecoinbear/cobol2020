      * EOBFILE - Explanation-of-benefits extract record (160 bytes).
      * CLAIMRPT writes one entry for every claim it adjudicates -
      * paid, declined or pended - carrying the figures the member
      * document needs: billed amount, allowed amount (the contracted
      * price for a provider on the fee schedule, the policy type
      * table's figure otherwise), the network savings the provider
      * wrote off, deductible applied from the accumulator master,
      * coinsurance share, amount paid, and the reason when the
      * claim did not pay. EOBPRINT formats one mailable document
      * per entry after each claims run.
           05  EOB-AMOUNT-PAID          PIC S9(7)V99.
           05  EOB-REASON               PIC X(40).
           05  EOB-REASON-CODE          PIC X(04).
      * The covered person who had the service, when it was not the
      * subscriber: member sequence off the member master plus that
      * member's relationship code, so EOBPRINT can name the patient.
           05  EOB-MEMBER-SEQ           PIC 9(02).
           05  EOB-RELATIONSHIP         PIC X(01).
      * Billed less the contracted allowed amount when the provider
      * is in network with a fee schedule; zero otherwise. The
      * network status is the provider's, or space when the claim
      * named no provider on the master.
           05  EOB-NETWORK-SAVINGS      PIC S9(7)V99.
           05  EOB-NETWORK-STATUS       PIC X(01).
      * Business date of the claims run that adjudicated the claim,
      * so a month's declines can be picked out for audit sampling.
           05  EOB-RUN-DATE             PIC 9(08).
           05  FILLER                   PIC X(09).
