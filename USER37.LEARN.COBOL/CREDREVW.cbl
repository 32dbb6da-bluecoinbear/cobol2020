       FD  CREDHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CREDHOLD-REC.
       01  CREDHOLD-REC.
           05  CH-ORDER-IMAGE               PIC X(100).
           05  CH-QUALITY                   PIC X(01).
           05  CH-HOLD-REASON               PIC X(20).
           05  FILLER                       PIC X(09).
       FD  CREDRLSE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CREDRLSE-REC.
       01  CREDRLSE-REC                     PIC X(100).
       FD  CREDCARY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CREDCARY-REC.
       01  CREDCARY-REC                     PIC X(130).
      * Count/total of the released orders, in the same layout
      * FAVRFP carries forward, so FAVRPT balances a release run
      * exactly as it balances the main run.
       77  RELEASE-COUNT-WS                 PIC 9(03) VALUE ZERO.
       01  RELEASE-TABLE-WS.
           05  RELEASE-IMAGE-WS OCCURS 100 TIMES
                                            PIC X(100).
       77  REL-SUB-WS                       PIC S9(3) VALUE ZERO.

       01  REVW-HEADING-LINE.
