      * LATECHG - Late-charge record (100 bytes). A charge line that
      * reaches HOSPCHG after HOSPDISC has discharged the patient and
      * billed the stay is held here instead of being posted to the
      * patient-charges master, tagged with the stay it belongs to.
      * LATEBILL bills what is held onto a corrected bill and a
      * replacement claim and stamps the billed date; LATERPT
      * reports the volume by charge source and by how many days
      * after discharge the charges arrived.
       01  LC-LATE-CHARGE-REC.
           05  LC-PATIENT-ID            PIC X(09).
           05  LC-ADMIT-DATE            PIC 9(08).
      * The discharge date is the bill date of the stay's receivable.
           05  LC-DISCHARGE-DATE        PIC 9(08).
           05  LC-POSTED-DATE           PIC 9(08).
           05  LC-ROOM-CHARGE           PIC 9(07)V99.
           05  LC-EQUIPMENT-CHARGE      PIC 9(07)V99.
           05  LC-ANCILLARY-CHARGE      PIC 9(07)V99.
           05  LC-REVENUE-CLASS         PIC X(01).
               88  LC-CLASS-LAB                 VALUE 'L'.
               88  LC-CLASS-PHARMACY            VALUE 'P'.
               88  LC-CLASS-THERAPY             VALUE 'T'.
               88  LC-CLASS-OTHER               VALUE 'O'.
               88  LC-CLASS-SURGERY             VALUE 'S'.
           05  LC-COMMENTS              PIC X(30).
      * Zero until a supplemental billing run has billed the charge.
           05  LC-BILLED-DATE           PIC 9(08).
               88  LC-UNBILLED                  VALUE ZERO.
           05  FILLER                   PIC X(01).
