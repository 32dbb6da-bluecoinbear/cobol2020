      * SUPPTERM - Supplier payment terms record, keyed by supplier
      * code (80 bytes). Net days to the due date, and the early-
      * payment discount percent with its window in days. INVMATCH
      * stamps the due and discount dates from here at match time;
      * a supplier with no terms record pays at the shop's flat
           05  TS-NET-DAYS              PIC 9(03).
           05  TS-DISC-PERCENT          PIC V999.
           05  TS-DISC-DAYS             PIC 9(03).
      * ACH enrollment for supplier payments, kept the way the
      * provider master keeps a provider's: an enrollment starts in
      * prenote status while a zero-dollar entry proves the account,
      * and APDISB activates it after the waiting period and starts
      * paying the supplier by ACH. Space status pays by check.
           05  TS-ACH-ROUTING-NBR       PIC X(08).
           05  TS-ACH-CHECK-DIGIT       PIC X(01).
           05  TS-ACH-ACCOUNT-NBR       PIC X(17).
           05  TS-ACH-ACCOUNT-TYPE      PIC X(01).
               88  TS-ACH-CHECKING              VALUE 'C'.
               88  TS-ACH-SAVINGS               VALUE 'S'.
           05  TS-ACH-STATUS            PIC X(01).
               88  TS-ACH-PRENOTE               VALUE 'P'.
               88  TS-ACH-ACTIVE                VALUE 'A'.
               88  TS-ACH-INACTIVE              VALUE 'I'.
           05  TS-ACH-PRENOTE-DATE      PIC 9(08).
           05  FILLER                   PIC X(25).
