      * limit, open balance and credit-hold flag: FAVRFP rejects
      * orders from unknown accounts and routes orders from held or
      * over-limit accounts to RFPREJ. Maintained by ACCTMNT.
      * A wholesale account buying for resale carries the exempt
      * flag with its resale certificate number and expiry date;
      * FAVRFP charges no sales tax while the certificate is good.
       01  AM-ACCOUNT-REC.
           05  AM-ACCT-NO               PIC X(08).
           05  AM-ACCT-NAME             PIC X(30).
           05  AM-OPEN-BALANCE          PIC S9(07)V99.
           05  AM-CREDIT-HOLD-SW        PIC X(01).
               88  AM-ON-CREDIT-HOLD            VALUE 'Y'.
           05  AM-TAX-EXEMPT-SW         PIC X(01).
               88  AM-TAX-EXEMPT                VALUE 'Y'.
           05  AM-EXEMPT-CERT-NO        PIC X(12).
           05  AM-EXEMPT-EXPIRY         PIC 9(08).
           05  FILLER                   PIC X(02).
