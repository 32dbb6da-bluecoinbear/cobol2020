      * CLMHIST - Claim history record, keyed by policy number plus
      * claim sequence (120 bytes). CLAIMRPT adds one entry for every
      * claim paid in every run, so a policyholder with several
      * claims keeps them all - unlike CLAIMVSM, which only ever
      * holds the latest claim for the CLAIMIQ status inquiry.
      * one.
           05  CH-APPEAL-IND            PIC X(01).
               88  CH-APPEALED                  VALUE 'A'.
      * Member sequence of the covered person who had the service,
      * so the statement can name the spouse or dependent instead of
      * the subscriber. Zero on a subscriber claim.
           05  CH-MEMBER-SEQ            PIC 9(02).
      * Accident indicator off the claim (see CLAIMREC); a paid
      * accident claim has a subrogation case on SUBROCAS under
      * this same key.
           05  CH-ACCIDENT-IND          PIC X(01).
      * Third-party recoveries SUBRPOST has credited back against
      * this payment. The net cost of the claim is the amount paid
      * less this.
           05  CH-RECOVERED-AMOUNT      PIC S9(7)V99.
      * Date the claim was received, off the claim (see CLAIMREC).
           05  CH-RECEIVED-DATE         PIC 9(08).
           05  FILLER                   PIC X(20).
