      * CLAIMREC - Group claims input record layout (120 bytes)
      * Used by CLAIMFILE in CLAIMRPT.
      * Byte 1 is a record-type code so the feed can carry a leading
      * header (expected record count and expected total claim amount
      * overridden (for example the benefit-period edit), off the
      * RSNMAINT reason-code master. Spaces elsewhere.
               10  CLAIM-OVERRIDE-CODE      PIC X(04).
      * Which covered person on the policy had the service, off the
      * MEMBMNT-maintained member master: 01 is the subscriber, the
      * higher sequences the spouse and dependents. Zero (or spaces
      * from a feed that predates the field) adjudicates against the
      * subscriber with no member coverage check, as before.
               10  CLAIM-MEMBER-SEQ         PIC 9(02).
      * Inpatient admit date on a hospital claim from the HOSP2CLM
      * bridge, the service date being the discharge. Non-zero means
      * the stay needs an authorization on the pre-certification
      * file before CLAIMRPT will pay it. Zero (or spaces) elsewhere,
      * including the bridge's outpatient and ER visit claims.
               10  CLAIM-ADMIT-DATE         PIC 9(08).
      * Set by the feed when the service was for an accidental
      * injury someone else may be liable for. A paid claim carrying
      * it opens a subrogation case so the money can be recovered
      * from the auto or liability carrier. Space when not an
      * accident.
               10  CLAIM-ACCIDENT-IND       PIC X(01).
                   88  CLAIM-AUTO-ACCIDENT          VALUE 'A'.
                   88  CLAIM-WORK-INJURY            VALUE 'W'.
                   88  CLAIM-LIABILITY-INJURY       VALUE 'L'.
                   88  CLAIM-OTHER-ACCIDENT         VALUE 'O'.
                   88  CLAIM-ACCIDENT       VALUES 'A', 'W', 'L', 'O'.
      * Date the claim reached us, stamped by the feed (the HOSP2CLM
      * bridge stamps its own run date). The prompt-pay clock runs
      * from here to the day CLAIMPAY issues the payment. Zero (or
      * spaces) from a feed that cannot supply it - such a claim is
      * paid without interest and reported as undated.
               10  CLAIM-RECEIVED-DATE      PIC 9(08).
               10  FILLER                   PIC X(01).
           05  CLAIM-HEADER-DATA REDEFINES CLAIM-DETAIL-DATA.
               10  CLAIM-EXPECTED-COUNT     PIC 9(07).
               10  CLAIM-EXPECTED-PAID-TOTAL
                                            PIC S9(9)V99.
               10  FILLER                   PIC X(101).
           05  CLAIM-TRAILER-DATA REDEFINES CLAIM-DETAIL-DATA.
               10  CLAIM-ACTUAL-COUNT       PIC 9(07).
               10  FILLER                   PIC X(112).
