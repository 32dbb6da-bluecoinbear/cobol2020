      * CHGUSAGE - Charge-code usage record (60 bytes). ANCENTRY
      * appends one per priced charge line - code, patient, service
      * date, quantity and the rate and amount it was priced at -
      * so the volume behind each code survives the daily charge
      * extracts. PRCIMPCT reads the last ninety days of it to
      * estimate what a price change is worth.
       01  CU-USAGE-REC.
           05  CU-CHARGE-CODE           PIC X(06).
           05  CU-PATIENT-ID            PIC X(09).
           05  CU-SERVICE-DATE          PIC 9(08).
           05  CU-QUANTITY              PIC 9(03).
           05  CU-RATE                  PIC 9(05)V99.
           05  CU-AMOUNT                PIC 9(07)V99.
           05  CU-ENTRY-DATE            PIC 9(08).
           05  FILLER                   PIC X(10).
