      * CHGPRHST - Charge-code price history, keyed by charge code
      * plus effective-from date (60 bytes). One entry per price a
      * code has carried or is scheduled to carry: the rate, the
      * first and last day it applies, and the rate it replaced.
      * The current or latest scheduled price runs to 99999999.
      * Written by CHGCMNT when a price change is scheduled (the
      * code's price before its first change is kept from day zero
      * so every earlier service date still prices); ANCENTRY
      * prices each charge at the rate in effect on its service
      * date, and PRCIMPCT estimates what scheduled changes are
      * worth. CC-RATE on the charge-code master stays the price in
      * effect today.
       01  PH-PRICE-REC.
           05  PH-PRICE-KEY.
               10  PH-CHARGE-CODE       PIC X(06).
               10  PH-EFFECTIVE-FROM    PIC 9(08).
           05  PH-EFFECTIVE-TO          PIC 9(08).
               88  PH-OPEN-ENDED                VALUE 99999999.
           05  PH-RATE                  PIC 9(05)V99.
           05  PH-PRIOR-RATE            PIC 9(05)V99.
           05  PH-ENTERED-DATE          PIC 9(08).
           05  FILLER                   PIC X(16).
