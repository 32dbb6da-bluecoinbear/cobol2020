      * GLPERCTL - General-ledger period control record (80 bytes),
      * one record. Every fiscal period up to and including the
      * closed-through year and period is locked: GLCONSOL returns
      * any posting dated into a locked period to its source
      * stream instead of posting it. GLCLOSE closes the next
      * period forward, one per run, and writes this record back.
       01  GP-PERIOD-CTL-REC.
           05  GP-CLOSED-THRU.
               10  GP-CLOSED-YEAR       PIC 9(04).
               10  GP-CLOSED-PERIOD     PIC 9(02).
           05  GP-LAST-CLOSE-DATE       PIC 9(08).
           05  GP-LAST-YEAR-END         PIC 9(04).
           05  FILLER                   PIC X(62).
