      * AGNTMSTR - Agent/broker master record, keyed by agent number
      * (150 bytes). One entry per agent who writes business, with
      * the commission schedule COMMCALC pays from: a first-year and
      * a renewal rate for each policy type, subscripted by
      * POL-POLICY-TYPE. COMMCALC also keeps the year-to-date
      * commission paid and any chargeback the agent still owes,
      * which comes off the next statement before anything is paid.
      * Maintained by AGNTMNT.
       01  AG-AGENT-REC.
           05  AG-AGENT-NO              PIC 9(05).
           05  AG-AGENT-NAME            PIC X(30).
           05  AG-TAX-ID                PIC X(09).
           05  AG-STATUS                PIC X(01).
               88  AG-ACTIVE                    VALUE 'A'.
               88  AG-TERMINATED                VALUE 'T'.
           05  AG-APPOINT-DATE          PIC 9(08).
           05  AG-TERM-DATE             PIC 9(08).
           05  AG-COMM-SCHEDULE         OCCURS 9 TIMES.
               10  AG-FIRST-YEAR-RATE   PIC V999.
               10  AG-RENEWAL-RATE      PIC V999.
           05  AG-YTD-COMMISSION        PIC S9(7)V99.
      * Chargebacks not yet recovered - netted against the next
      * month's commission before a payable is written.
           05  AG-DEBIT-BALANCE         PIC S9(7)V99.
           05  AG-LAST-STMT-PERIOD      PIC 9(06).
           05  FILLER                   PIC X(11).
