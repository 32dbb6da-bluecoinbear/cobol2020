      * MEMBMSTR - Covered member record, keyed by policy number plus
      * member sequence (80 bytes). One entry per person covered
      * under a POLMSTR policy - the subscriber as member 01, then
      * the spouse and dependents - with the relationship, date of
      * birth and the dates that person's coverage runs. CLAIMRPT
      * adjudicates each claim against the member it names and
      * declines a claim for a member not covered on the service
      * date. Maintained by MEMBMNT.
       01  MB-MEMBER-REC.
           05  MB-MEMBER-KEY.
               10  MB-POLICY-NO         PIC 9(09).
               10  MB-MEMBER-SEQ        PIC 9(02).
           05  MB-LAST-NAME             PIC X(10).
           05  MB-FIRST-NAME            PIC X(15).
           05  MB-RELATIONSHIP          PIC X(01).
               88  MB-SUBSCRIBER                VALUE 'S'.
               88  MB-SPOUSE                    VALUE 'P'.
               88  MB-CHILD                     VALUE 'C'.
               88  MB-OTHER-DEPENDENT           VALUE 'O'.
               88  MB-VALID-RELATIONSHIP
                                      VALUES 'S', 'P', 'C', 'O'.
           05  MB-BIRTH-DATE            PIC 9(08).
      * Coverage runs from the start date through the end date
      * inclusive; a zero end date means open-ended coverage.
           05  MB-COVERAGE-START        PIC 9(08).
           05  MB-COVERAGE-END          PIC 9(08).
           05  MB-STATUS                PIC X(01).
               88  MB-ACTIVE                    VALUE 'A'.
               88  MB-TERMINATED                VALUE 'T'.
           05  FILLER                   PIC X(18).
