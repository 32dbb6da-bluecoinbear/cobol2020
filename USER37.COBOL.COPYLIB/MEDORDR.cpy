      * MEDORDR - Inpatient medication order file, keyed by patient
      * id and pharmacy order number (100 bytes). RXENTRY writes an
      * order when the pharmacy enters it, dispenses against it
      * while it is active and closes it on discontinue. The dose
      * quantity is in the formulary's dispensing unit.
       01  MO-ORDER-REC.
           05  MO-ORDER-KEY.
               10  MO-PATIENT-ID        PIC X(09).
               10  MO-ORDER-NO          PIC 9(05).
           05  MO-NDC                   PIC X(11).
           05  MO-DOSE-QTY              PIC 9(03).
           05  MO-FREQUENCY             PIC X(06).
           05  MO-PRESCRIBER-ID         PIC X(08).
           05  MO-ORDER-DATE            PIC 9(08).
           05  MO-STATUS                PIC X(01).
               88  MO-ACTIVE                    VALUE 'A'.
               88  MO-DISCONTINUED              VALUE 'D'.
           05  MO-STOP-DATE             PIC 9(08).
           05  MO-DOSES-DISPENSED       PIC 9(05).
           05  MO-UNITS-DISPENSED       PIC 9(07).
           05  MO-CHARGES-TO-DATE       PIC 9(07)V99.
           05  MO-LAST-DISPENSE-DATE    PIC 9(08).
           05  FILLER                   PIC X(12).
