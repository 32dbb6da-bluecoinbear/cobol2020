           COPY PATINS.

       FD  CLMHIST
           RECORD CONTAINS 120 CHARACTERS.
           COPY CLMHIST.

       FD  EOBFILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY EOBFILE.

      * Pended-claims suspense in CLAIMREC layout plus cycle count,
      * exactly as CLAIMRPT carries it between runs.
       FD  SUSPOUT
           RECORD CONTAINS 122 CHARACTERS.
       01 SUSPOUT-REC.
           05 SO-CLAIM-DATA.
               10 SO-RECORD-TYPE        PIC X(01).
               10 SO-POLICY-FIELDS     PIC X(19).
               10 SO-CLAIM-AMOUNT       PIC S9(7)V99.
               10 SO-SERVICE-DATE       PIC 9(08).
               10 FILLER                PIC X(40).
           05 SO-CYCLE-COUNT            PIC 9(02).

       FD  RECONRPT
