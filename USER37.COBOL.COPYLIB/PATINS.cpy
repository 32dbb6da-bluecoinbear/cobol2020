       01  PI-XREF-REC.
           05  PI-PATIENT-ID            PIC X(09).
           05  PI-POLICY-NO             PIC 9(09).
      * Which covered member of that policy the patient is, so the
      * bridged claim adjudicates against the right family member.
      * Zero or spaces means the subscriber.
           05  PI-MEMBER-SEQ            PIC 9(02).
           05  FILLER                   PIC X(20).
