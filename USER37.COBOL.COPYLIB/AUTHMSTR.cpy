      * may use against each master: the four-byte authority
      * strings hold the allowed codes (for example 'ACDO' on the
      * part master), and an operator missing from this file - or
      * inactive on it - can change nothing. PARTMAINT, SUPPMAINT,
      * BOMMAINT and ECOMAINT check every transaction here.
       01  AU-AUTHORITY-REC.
           05  AU-OPERATOR-ID           PIC X(08).
           05  AU-OPERATOR-NAME         PIC X(20).
      * Largest requisition spend the operator may approve; zero
      * means no approval authority at all.
           05  AU-REQ-APPROVE-LIMIT     PIC 9(07)V99.
      * Engineering change order codes the operator may use in
      * ECOMAINT: E enter, A approve, R reject.
           05  AU-ECO-AUTH              PIC X(04).
           05  FILLER                   PIC X(06).
