           05  PH-FED-WH                PIC 9(07)V99.
           05  PH-STATE-WH              PIC 9(07)V99.
           05  PH-NET                   PIC 9(07)V99.
      * Employee Social Security plus Medicare withheld.
           05  PH-FICA-WH               PIC 9(07)V99.
