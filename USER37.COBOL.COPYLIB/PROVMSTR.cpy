      * PROVMSTR - Provider master record, keyed by provider number
      * (100 bytes). Hospitals and other providers who bill the plan
      * directly - the HOSP2CLM bridge stamps its claims with the
      * billing hospital's provider number, and CLAIMPAY cuts the
      * payment to the provider named on the remittance instead of
      * the policyholder. CLAIMRPT prices each claim by the billing
      * provider's network status. Maintained by PROVMNT.
       01  PV-PROVIDER-REC.
           05  PV-PROVIDER-NO           PIC 9(06).
           05  PV-PROVIDER-NAME         PIC X(26).
           05  PV-STATUS                PIC X(01).
               88  PV-ACTIVE                    VALUE 'A'.
               88  PV-TERMINATED                VALUE 'T'.
      * Network participation: an in-network provider is priced at
      * the contracted rates on the FEESCHED fee schedule, an
      * out-of-network one at billed charges with the member bearing
      * a larger coinsurance share. Spaces (providers set up before
      * the field existed) price as in-network.
           05  PV-NETWORK-STATUS        PIC X(01).
               88  PV-IN-NETWORK                VALUE 'I'.
               88  PV-OUT-OF-NETWORK            VALUE 'O'.
               88  PV-VALID-NETWORK-STATUS      VALUES 'I', 'O'.
      * EFT enrollment, kept the way DDENROLL keeps an employee's:
      * an enrollment starts in prenote status while a zero-dollar
      * entry proves the account, and CLAIMPAY activates it after
      * the waiting period and starts paying by ACH. A provider
      * with no active enrollment (status space, prenote, inactive
      * or returned) is paid by check.
           05  PV-EFT-ROUTING-NBR       PIC X(08).
           05  PV-EFT-CHECK-DIGIT       PIC X(01).
           05  PV-EFT-ACCOUNT-NBR       PIC X(17).
           05  PV-EFT-ACCOUNT-TYPE      PIC X(01).
               88  PV-EFT-CHECKING              VALUE 'C'.
               88  PV-EFT-SAVINGS               VALUE 'S'.
           05  PV-EFT-STATUS            PIC X(01).
               88  PV-EFT-PRENOTE               VALUE 'P'.
               88  PV-EFT-ACTIVE                VALUE 'A'.
               88  PV-EFT-INACTIVE              VALUE 'I'.
               88  PV-EFT-RETURNED              VALUE 'R'.
           05  PV-EFT-PRENOTE-DATE      PIC 9(08).
      * Taxpayer identification off the provider's W-9, for the
      * year-end 1099 run (TAX1099). Payments to a provider flagged
      * N are left off the 1099s; space (no W-9 decision yet)
      * counts as reportable, so a provider with payments and no
      * TIN lands on the missing-TIN exception list.
           05  PV-TAX-ID                PIC X(09).
           05  PV-TIN-TYPE              PIC X(01).
               88  PV-TIN-EIN                   VALUE 'E'.
               88  PV-TIN-SSN                   VALUE 'S'.
               88  PV-VALID-TIN-TYPE            VALUES 'E', 'S'.
           05  PV-1099-SW               PIC X(01).
               88  PV-1099-REPORTABLE           VALUES 'Y', ' '.
               88  PV-1099-EXEMPT               VALUE 'N'.
           05  FILLER                   PIC X(19).
