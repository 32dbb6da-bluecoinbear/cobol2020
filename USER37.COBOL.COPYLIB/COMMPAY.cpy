      * COMMPAY - Agent commission payable record (80 bytes). One
      * per agent per commission period with a net amount due,
      * written by COMMCALC for accounts payable to disburse: the
      * commission earned, less chargebacks and any debit balance
      * carried from earlier periods.
       01  CP-PAYABLE-REC.
           05  CP-AGENT-NO              PIC 9(05).
           05  CP-AGENT-NAME            PIC X(30).
           05  CP-TAX-ID                PIC X(09).
           05  CP-PERIOD                PIC 9(06).
           05  CP-GROSS-COMMISSION      PIC S9(7)V99.
           05  CP-CHARGEBACKS           PIC S9(7)V99.
           05  CP-NET-PAYABLE           PIC S9(7)V99.
           05  FILLER                   PIC X(03).
