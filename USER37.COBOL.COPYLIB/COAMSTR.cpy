      * COAMSTR - Chart of accounts record, one account per record
      * (40 bytes), maintained by the accounting desk. The account
      * type decides where the account reports - balance sheet or
      * income statement - and whether the year-end close carries
      * its balance forward or rolls it to retained earnings. An
      * account with no type shows on the trial balance only and
      * carries forward like a balance-sheet account.
       01  COAMSTR-REC.
           05  COA-ACCOUNT              PIC X(08).
           05  COA-DESCRIPTION          PIC X(24).
           05  COA-ACCOUNT-TYPE         PIC X(01).
               88  COA-ASSET                    VALUE 'A'.
               88  COA-LIABILITY                VALUE 'L'.
               88  COA-EQUITY                   VALUE 'Q'.
               88  COA-REVENUE                  VALUE 'R'.
               88  COA-EXPENSE                  VALUE 'E'.
               88  COA-INCOME-STATEMENT         VALUE 'R' 'E'.
               88  COA-BALANCE-SHEET            VALUE 'A' 'L' 'Q'.
           05  FILLER                   PIC X(07).
