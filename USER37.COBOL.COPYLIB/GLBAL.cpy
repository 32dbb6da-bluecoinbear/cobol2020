      * GLBAL - General-ledger balance record, keyed by account,
      * fiscal year and fiscal period (80 bytes). The fiscal year
      * is the calendar year and the periods are its months, 01
      * through 12. Period 00 holds the account's opening balance
      * for the year, written by the year-end close; periods 01-12
      * hold the debits and credits GLLEDGR posts from GLPOST. An
      * account's balance at any period is its period 00 opening
      * plus the activity of periods 01 through that period.
       01  GB-BALANCE-REC.
           05  GB-KEY.
               10  GB-ACCOUNT           PIC X(08).
               10  GB-FISCAL-YEAR       PIC 9(04).
               10  GB-PERIOD            PIC 9(02).
           05  GB-DEBITS                PIC 9(11)V99.
           05  GB-CREDITS               PIC 9(11)V99.
           05  GB-POSTING-COUNT         PIC 9(07).
           05  GB-LAST-POST-DATE        PIC 9(08).
           05  FILLER                   PIC X(25).
