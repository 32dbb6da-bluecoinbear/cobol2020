      * coinsurance share and amount paid for a paid claim, or the
      * reason when the claim was declined or pended. The document
      * date is the RUNPARM business date when the driver supplies
      * one, today's otherwise. When the claim was for a spouse or
      * dependent rather than the subscriber, a patient line names
      * the covered member from the member master. A claim priced
      * at an in-network provider's contract rate shows the network
      * savings on its own line, between billed and allowed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.
           SELECT MEMBMSTR
             ASSIGN TO MEMBMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MB-MEMBER-KEY
               FILE STATUS IS MEMBMSTR-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  EOBFILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY EOBFILE.

       FD  EOBDOC
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       FD  MEMBMSTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY MEMBMSTR.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
               88 EOBDOC-OK                        VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 MEMBMSTR-ST               PIC X(2).
               88 MEMBMSTR-OK                      VALUE '00'.
               88 MEMBMSTR-REC-FOUND               VALUE '00'.
           05 MEMBMSTR-AVAILABLE-SW     PIC X(1)   VALUE 'N'.
               88 MEMBMSTR-AVAILABLE               VALUE 'Y'.
           05 EOBFILE-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-EOBS                     VALUE 'Y'.

           05 FILLER                    PIC X(08)  VALUE 'POLICY: '.
           05 EDOC-POLICY-NO            PIC 9B999B99.

       01 EOB-DOC-PATIENT-LINE.
           05 FILLER                    PIC X(09)  VALUE 'PATIENT: '.
           05 EDOC-PATIENT-NAME         PIC X(26).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 FILLER                    PIC X(14)
                  VALUE 'RELATIONSHIP: '.
           05 EDOC-RELATIONSHIP         PIC X(16).

       01 EOB-DOC-SERVICE-LINE.
           05 FILLER                    PIC X(14)
                  VALUE 'SERVICE DATE: '.
           05 FILLER                    PIC X(08)  VALUE 'BILLED: '.
           05 EDOC-BILLED-OUT           PIC $$,$$$,$$9.99.

       01 EOB-DOC-SAVINGS-LINE.
           05 FILLER                    PIC X(17)
                  VALUE 'NETWORK SAVINGS: '.
           05 EDOC-SAVINGS-OUT          PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 FILLER                    PIC X(35)
                  VALUE '(PROVIDER DISCOUNT - NOT BILLABLE) '.

       01 EOB-DOC-NETWORK-LINE.
           05 FILLER                    PIC X(24)
                  VALUE 'OUT-OF-NETWORK PROVIDER '.
           05 FILLER                    PIC X(28)
                  VALUE '- HIGHER COINSURANCE APPLIED'.

       01 EOB-DOC-ALLOWED-LINE.
           05 FILLER                    PIC X(16)
                  VALUE 'ALLOWED AMOUNT: '.
           IF NOT EOBDOC-OK
              DISPLAY 'EOB DOCUMENT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT MEMBMSTR
           IF MEMBMSTR-OK
              MOVE 'Y' TO MEMBMSTR-AVAILABLE-SW
           END-IF.
           IF NOT NO-MORE-EOBS
              PERFORM 170-READ-EOB.

           MOVE EOB-POLICY-NO TO EDOC-POLICY-NO.
           INSPECT EDOC-POLICY-NO REPLACING ALL ' ' BY '-'.
           WRITE EOBDOC-LINE FROM EOB-DOC-MEMBER-LINE.
           IF EOB-MEMBER-SEQ NUMERIC AND EOB-MEMBER-SEQ > 1
              PERFORM 250-PRINT-PATIENT-LINE
           END-IF.
           MOVE EOB-SERVICE-DATE  TO EDOC-SERVICE-DATE.
           MOVE EOB-BILLED-AMOUNT TO EDOC-BILLED-OUT.
           WRITE EOBDOC-LINE FROM EOB-DOC-SERVICE-LINE.
           ADD 1 TO DOCS-WRITTEN-WS.
           PERFORM 170-READ-EOB.

      * Names the spouse or dependent the claim was for. Without the
      * member master the line still shows the member sequence.
       250-PRINT-PATIENT-LINE.
           MOVE SPACES TO EDOC-PATIENT-NAME.
           MOVE 'N' TO MEMBMSTR-ST.
           IF MEMBMSTR-AVAILABLE
              MOVE EOB-POLICY-NO  TO MB-POLICY-NO
              MOVE EOB-MEMBER-SEQ TO MB-MEMBER-SEQ
              READ MEMBMSTR
           END-IF.
           IF MEMBMSTR-REC-FOUND
              STRING MB-FIRST-NAME DELIMITED BY '  '
                     ' '           DELIMITED BY SIZE
                     MB-LAST-NAME  DELIMITED BY SIZE
                 INTO EDOC-PATIENT-NAME
              END-STRING
           ELSE
              STRING 'MEMBER '      DELIMITED BY SIZE
                     EOB-MEMBER-SEQ DELIMITED BY SIZE
                 INTO EDOC-PATIENT-NAME
              END-STRING
           END-IF.
           EVALUATE EOB-RELATIONSHIP
              WHEN 'S'  MOVE 'SUBSCRIBER'      TO EDOC-RELATIONSHIP
              WHEN 'P'  MOVE 'SPOUSE'          TO EDOC-RELATIONSHIP
              WHEN 'C'  MOVE 'CHILD'           TO EDOC-RELATIONSHIP
              WHEN 'O'  MOVE 'OTHER DEPENDENT' TO EDOC-RELATIONSHIP
              WHEN OTHER MOVE SPACES           TO EDOC-RELATIONSHIP
           END-EVALUATE.
           WRITE EOBDOC-LINE FROM EOB-DOC-PATIENT-LINE.

       300-PRINT-PAID-DETAIL.
           IF EOB-NETWORK-SAVINGS NUMERIC
              AND EOB-NETWORK-SAVINGS > ZERO
              MOVE EOB-NETWORK-SAVINGS TO EDOC-SAVINGS-OUT
              WRITE EOBDOC-LINE FROM EOB-DOC-SAVINGS-LINE
           END-IF.
           MOVE EOB-ALLOWED-AMOUNT TO EDOC-ALLOWED-OUT.
           MOVE EOB-DEDUCT-APPLIED TO EDOC-DEDUCT-OUT.
           WRITE EOBDOC-LINE FROM EOB-DOC-ALLOWED-LINE.
           MOVE EOB-COINS-SHARE    TO EDOC-COINS-OUT.
           MOVE EOB-AMOUNT-PAID    TO EDOC-PAID-OUT.
           WRITE EOBDOC-LINE FROM EOB-DOC-PAID-LINE.
           IF EOB-NETWORK-STATUS = 'O'
              WRITE EOBDOC-LINE FROM EOB-DOC-NETWORK-LINE
           END-IF.
           IF EOB-REASON NOT = SPACES
              MOVE 'NOTE:            ' TO EDOC-DISP-TEXT
              MOVE EOB-REASON TO EDOC-REASON
              WRITE EOBDOC-LINE FROM EOB-DOC-REASON-LINE
           END-IF.

       350-PRINT-REASON-DETAIL.
           IF EOB-CLAIM-DECLINED
           IF NOT EOBFILE-MISSING
              CLOSE EOBFILE, EOBDOC
           END-IF.
           IF MEMBMSTR-AVAILABLE
              CLOSE MEMBMSTR
           END-IF.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
