      * lapse on the lapse register. A lapsed policy carries the
      * same POL-TERMINATED status a keyed termination does, so
      * CLAIMRPT's active-policy check declines its claims by name
      * from the next run on. Each lapse is also added to the
      * LAPSEXT extract, which COMMCALC reads to charge back
      * first-year commission.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             ASSIGN TO LAPSEREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LAPSEREG-ST.
           SELECT LAPSEXT
             ASSIGN TO LAPSEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LAPSEXT-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
           RECORD CONTAINS 100 CHARACTERS.
       01 LAPSEREG-LINE               PIC X(100).

       FD  LAPSEXT
           RECORD CONTAINS 80 CHARACTERS.
           COPY LAPSEXT.

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.
               88 POLMSTR-MISSING                  VALUE '35'.
           05 LAPSEREG-ST               PIC X(2).
               88 LAPSEREG-OK                      VALUE '00'.
           05 LAPSEXT-ST                PIC X(2).
               88 LAPSEXT-OK                       VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 POLMSTR-EOF-SW            PIC X(1)   VALUE 'N'.
           IF NOT LAPSEREG-OK
              DISPLAY 'LAPSE REGISTER PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN EXTEND LAPSEXT
           IF NOT LAPSEXT-OK
              OPEN OUTPUT LAPSEXT
              IF NOT LAPSEXT-OK
                 DISPLAY 'LAPSE EXTRACT PROBLEM'
                 GO TO 999-ERROR-RTN
              END-IF
           END-IF.
           MOVE CURR-DATE-WS TO LAPSE-HDG-DATE.
           WRITE LAPSEREG-LINE FROM LAPSE-HEADING-ONE.
           MOVE SPACES TO LAPSEREG-LINE.
           MOVE POL-PREMIUM-AMOUNT TO LPS-PREMIUM-OUT.
           WRITE LAPSEREG-LINE FROM LAPSE-DETAIL-LINE.
           ADD 1 TO POLICIES-LAPSED-WS.
           MOVE SPACES             TO LX-LAPSE-REC.
           MOVE POL-POLICY-NO      TO LX-POLICY-NO.
           MOVE POL-POLICY-TYPE    TO LX-POLICY-TYPE.
           MOVE CURR-DATE-WS       TO LX-LAPSE-DATE.
           MOVE POL-PAID-TO-DATE   TO LX-PAID-TO-DATE.
           MOVE POL-PREMIUM-AMOUNT TO LX-PREMIUM-AMOUNT.
           IF POL-WRITING-AGENT NUMERIC
              MOVE POL-WRITING-AGENT TO LX-WRITING-AGENT
           ELSE
              MOVE ZERO              TO LX-WRITING-AGENT
           END-IF.
           WRITE LX-LAPSE-REC.

       700-WRITE-TOTALS.
           MOVE POLICIES-LAPSED-WS TO LPT-COUNT-O.
           DISPLAY 'POLICIES READ:   ' POLICIES-READ-WS.
           DISPLAY 'POLICIES LAPSED: ' POLICIES-LAPSED-WS.
           IF NOT POLMSTR-MISSING
              CLOSE POLMSTR, LAPSEREG, LAPSEXT
           END-IF.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE POLMSTR, LAPSEREG, LAPSEXT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
