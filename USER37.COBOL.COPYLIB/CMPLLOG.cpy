      * CMPLLOG - Policyholder contact and complaint log, keyed by
      * policy number, the date the item was opened and a sequence
      * within the day (180 bytes). Every call, letter or insurance
      * department referral about a policy or its claims is logged
      * here by CMPLMNT, worked by the assigned handler and closed
      * with its resolution. CMPLAGE ages the open items weekly and
      * CMPLQTR summarizes the complaints by category for the
      * quarterly regulatory complaint log.
       01  CL-LOG-REC.
           05  CL-LOG-KEY.
               10  CL-POLICY-NO         PIC 9(09).
               10  CL-OPEN-DATE         PIC 9(08).
               10  CL-LOG-SEQ           PIC 9(02).
      * A complaint is an expression of dissatisfaction and counts
      * toward the regulatory log; an inquiry is a question only.
           05  CL-ITEM-TYPE             PIC X(01).
               88  CL-COMPLAINT                 VALUE 'C'.
               88  CL-INQUIRY                   VALUE 'I'.
               88  CL-VALID-ITEM-TYPE           VALUES 'C', 'I'.
           05  CL-SOURCE                PIC X(01).
               88  CL-BY-PHONE                  VALUE 'P'.
               88  CL-BY-LETTER                 VALUE 'L'.
               88  CL-BY-EMAIL                  VALUE 'E'.
               88  CL-DEPT-REFERRAL             VALUE 'D'.
               88  CL-VALID-SOURCE  VALUES 'P', 'L', 'E', 'D'.
      * Regulatory complaint category, the row CMPLQTR counts the
      * item under.
           05  CL-CATEGORY              PIC 9(01).
               88  CL-CLAIM-DENIAL              VALUE 1.
               88  CL-CLAIM-DELAY               VALUE 2.
               88  CL-CLAIM-SETTLEMENT          VALUE 3.
               88  CL-PREMIUM-BILLING           VALUE 4.
               88  CL-CANCEL-NONRENEWAL         VALUE 5.
               88  CL-POLICYHOLDER-SERVICE      VALUE 6.
               88  CL-PROVIDER-NETWORK          VALUE 7.
               88  CL-OTHER-CATEGORY            VALUE 8.
               88  CL-VALID-CATEGORY            VALUES 1 THRU 8.
      * Claim history sequence of the claim the item is about; zero
      * when it is not about a paid claim.
           05  CL-CLAIM-SEQ             PIC 9(04).
      * RSNCODES reason on the decision complained of, if any.
           05  CL-REASON-CODE           PIC X(04).
           05  CL-HANDLER-ID            PIC X(08).
           05  CL-STATUS                PIC X(01).
               88  CL-OPEN-ITEM                 VALUE 'O'.
               88  CL-CLOSED-ITEM               VALUE 'C'.
           05  CL-SUMMARY               PIC X(50).
      * How the item was resolved: upheld in the policyholder's
      * favor, not upheld, settled part way, or withdrawn.
           05  CL-DISPOSITION           PIC X(01).
               88  CL-UPHELD                    VALUE 'U'.
               88  CL-NOT-UPHELD                VALUE 'N'.
               88  CL-COMPROMISED               VALUE 'P'.
               88  CL-WITHDRAWN                 VALUE 'W'.
               88  CL-VALID-DISPOSITION VALUES 'U', 'N', 'P', 'W'.
           05  CL-RESOLUTION            PIC X(50).
           05  CL-CLOSE-DATE            PIC 9(08).
           05  CL-LAST-ACTIVITY-DATE    PIC 9(08).
           05  FILLER                   PIC X(24).
