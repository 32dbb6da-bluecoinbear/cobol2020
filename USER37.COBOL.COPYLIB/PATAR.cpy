      * id plus bill date (120 bytes). PATAROPN opens one entry per
      * discharge bill off the BILLXTR extract HOSPDISC writes,
      * PATARPAY posts patient payments and the insurance money that
      * comes back through the claims stream, ARINSPST posts the
      * insurer's EOB outcome on its own, and PATARSTM ages the
      * balances and produces statements and dunning letters for
      * what is still owed. AGCYPLC places what the letters could
      * not collect with the collection agency (see AGCYMSTR).
       01  PA-RECEIVABLE-REC.
           05  PA-AR-KEY.
               10  PA-PATIENT-ID        PIC X(09).
           05  PA-STATUS                PIC X(01).
               88  PA-OPEN                      VALUE 'O'.
               88  PA-CLOSED                    VALUE 'C'.
               88  PA-PLACED                    VALUE 'P'.
      * Highest dunning level already sent (0-3), so the letter
      * series escalates instead of repeating.
           05  PA-DUN-LEVEL             PIC 9(01).
      * Contractual allowance written off when the insurer's EOB
      * posted (billed less allowed), who the balance now sits with
      * - the insurer until the claim settles, then the patient as
      * self-pay, or the denial work list when the claim was
      * declined - and the date ARINSPST posted the outcome. Space
      * in the responsibility byte means the insurer.
           05  PA-CONTRACT-ADJ          PIC 9(09)V99.
           05  PA-RESPONSIBILITY        PIC X(01).
               88  PA-INSURANCE-RESP            VALUE 'I' ' '.
               88  PA-SELF-PAY-RESP             VALUE 'S'.
               88  PA-DENIED-RESP               VALUE 'D'.
           05  PA-INS-POST-DATE         PIC 9(08).
           05  FILLER                   PIC X(02).
