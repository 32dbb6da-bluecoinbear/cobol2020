      * ENCMSTR - Outpatient and emergency department encounter
      * master, keyed by patient id, visit date and a sequence
      * within the day (120 bytes). One record per clinic or ER
      * visit that never gets a bed. ENCENTRY registers the visit,
      * prices its charge lines off the charge-code master into the
      * revenue-class buckets, closes it when the patient leaves,
      * and - for an ER visit that turns into an admission - hands
      * the charges to HOSPCHG for the inpatient stay. ENCBILL bills
      * the closed visits onto the BILLXTR extract.
       01  EN-ENCOUNTER-REC.
           05  EN-ENCOUNTER-KEY.
               10  EN-PATIENT-ID        PIC X(09).
               10  EN-VISIT-DATE        PIC 9(08).
               10  EN-VISIT-SEQ         PIC 9(02).
           05  EN-VISIT-TYPE            PIC X(01).
               88  EN-OUTPATIENT-VISIT          VALUE 'O'.
               88  EN-EMERGENCY-VISIT           VALUE 'E'.
               88  EN-VALID-VISIT-TYPE          VALUES 'O', 'E'.
           05  EN-DIAG-CODE             PIC X(06).
      * Open while the patient is being seen; closed when the visit
      * ends and it is ready to bill; billed once ENCBILL has put it
      * on the extract; admitted when an ER visit became an
      * inpatient stay and its charges went to the stay instead.
           05  EN-STATUS                PIC X(01).
               88  EN-OPEN                      VALUE 'O'.
               88  EN-CLOSED                    VALUE 'C'.
               88  EN-BILLED                    VALUE 'B'.
               88  EN-ADMITTED                  VALUE 'A'.
           05  EN-CHARGE-LINES          PIC 9(03).
           05  EN-LAB-CHARGES           PIC 9(07)V99.
           05  EN-PHARM-CHARGES         PIC 9(07)V99.
           05  EN-THER-CHARGES          PIC 9(07)V99.
           05  EN-OTHER-CHARGES         PIC 9(07)V99.
           05  EN-TOTAL-CHARGES         PIC 9(09)V99.
           05  EN-CLOSE-DATE            PIC 9(08).
           05  EN-BILLED-DATE           PIC 9(08).
      * Admit date of the stay an ER visit converted to.
           05  EN-ADMIT-DATE            PIC 9(08).
           05  FILLER                   PIC X(19).
