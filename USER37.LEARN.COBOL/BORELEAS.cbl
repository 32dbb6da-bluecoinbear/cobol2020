       FD  BACKORDR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BACKORDR-REC.
       01  BACKORDR-REC.
           05  BO-ORDER-IMAGE               PIC X(100).
           05  BO-INSTRUMENT-TYPE           PIC X(06).
           05  BO-QUALITY                   PIC X(01).
           05  FILLER                       PIC X(03).
       FD  BORELOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BORELOUT-REC.
       01  BORELOUT-REC                     PIC X(100).
       FD  BACKCARY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BACKCARY-REC.
       01  BACKCARY-REC                     PIC X(110).
      * Count/total of the released orders, in the same layout
      * FAVRFP carries forward, so FAVRPT balances a release run
      * exactly as it balances the main run.
