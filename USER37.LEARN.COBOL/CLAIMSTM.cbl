      * applied and amount paid, followed by the member's totals for
      * the month and for the statement year. The statement month is
      * the RUNPARM business date's month when the driver supplies
      * one, today's otherwise. A claim for a spouse or dependent
      * names that covered member in the patient column.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-POLICY-NO
               FILE STATUS IS ADDRMSTR-ST.
           SELECT MEMBMSTR
             ASSIGN TO MEMBMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MB-MEMBER-KEY
               FILE STATUS IS MEMBMSTR-ST.
           SELECT STMTFILE
             ASSIGN TO STMTFILE
               ORGANIZATION IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  CLMHIST
           RECORD CONTAINS 120 CHARACTERS.
           COPY CLMHIST.

      * ADDRMNT-maintained policyholder address master - the
           RECORD CONTAINS 100 CHARACTERS.
           COPY ADDRMSTR.

      * MEMBMNT-maintained covered members, for the patient name on
      * a claim made for a spouse or dependent.
       FD  MEMBMSTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY MEMBMSTR.

       FD  STMTFILE
           RECORD CONTAINS 90 CHARACTERS.
       01 STMT-LINE                   PIC X(90).
               88 ADDRMSTR-REC-FOUND               VALUE '00'.
           05 ADDRMSTR-AVAILABLE-SW     PIC X(1)   VALUE 'N'.
               88 ADDRMSTR-AVAILABLE               VALUE 'Y'.
           05 MEMBMSTR-ST               PIC X(2).
               88 MEMBMSTR-OK                      VALUE '00'.
               88 MEMBMSTR-REC-FOUND               VALUE '00'.
           05 MEMBMSTR-AVAILABLE-SW     PIC X(1)   VALUE 'N'.
               88 MEMBMSTR-AVAILABLE               VALUE 'Y'.
           05 STMTFILE-ST               PIC X(2).
               88 STMTFILE-OK                      VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
           05 FILLER                    PIC X(15)  VALUE 'BILLED'.
           05 FILLER                    PIC X(14)  VALUE 'DEDUCTIBLE'.
           05 FILLER                    PIC X(14)  VALUE 'PAID'.
           05 FILLER                    PIC X(07)  VALUE 'PATIENT'.

       01 STMT-DETAIL-LINE.
           05 STMT-SERVICE-DATE         PIC XXXX/XX/XX.
           05 STMT-DEDUCT-OUT           PIC $$$,$$9.99.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 STMT-PAID-OUT             PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 STMT-PATIENT-OUT          PIC X(26).

       01 STMT-MONTH-TOTAL-LINE.
           05 FILLER                    PIC X(16)
           ELSE
              DISPLAY 'NO ADDRESS MASTER - STATEMENTS UNADDRESSED'
           END-IF.
           OPEN INPUT MEMBMSTR
           IF MEMBMSTR-OK
              MOVE 'Y' TO MEMBMSTR-AVAILABLE-SW
           END-IF.
           OPEN OUTPUT STMTFILE
           IF NOT STMTFILE-OK
              DISPLAY 'STATEMENT FILE PROBLEM'
           MOVE CH-CLAIM-AMOUNT        TO STMT-BILLED-OUT.
           MOVE CH-DEDUCTIBLE-APPLIED  TO STMT-DEDUCT-OUT.
           MOVE CH-CLAIM-AMOUNT-PAID   TO STMT-PAID-OUT.
           PERFORM 310-LOOKUP-PATIENT.
           WRITE STMT-LINE FROM STMT-DETAIL-LINE.
           ADD 1                       TO MONTH-CLAIM-COUNT-WS.
           ADD CH-CLAIM-AMOUNT         TO MONTH-BILLED-WS.
           ADD CH-DEDUCTIBLE-APPLIED   TO MONTH-DEDUCT-WS.
           ADD CH-CLAIM-AMOUNT-PAID    TO MONTH-PAID-WS.

      * The patient column is left blank for the subscriber's own
      * claims. Without the member master a dependent's claim still
      * shows the member sequence.
       310-LOOKUP-PATIENT.
           MOVE SPACES TO STMT-PATIENT-OUT.
           IF CH-MEMBER-SEQ NUMERIC AND CH-MEMBER-SEQ > 1
              MOVE 'N' TO MEMBMSTR-ST
              IF MEMBMSTR-AVAILABLE
                 MOVE CH-POLICY-NO  TO MB-POLICY-NO
                 MOVE CH-MEMBER-SEQ TO MB-MEMBER-SEQ
                 READ MEMBMSTR
              END-IF
              IF MEMBMSTR-REC-FOUND
                 STRING MB-FIRST-NAME DELIMITED BY '  '
                        ' '           DELIMITED BY SIZE
                        MB-LAST-NAME  DELIMITED BY SIZE
                    INTO STMT-PATIENT-OUT
                 END-STRING
              ELSE
                 STRING 'MEMBER '     DELIMITED BY SIZE
                        CH-MEMBER-SEQ DELIMITED BY SIZE
                    INTO STMT-PATIENT-OUT
                 END-STRING
              END-IF
           END-IF.

       350-WRITE-STATEMENT-HEADER.
           MOVE 'Y' TO STMT-OPEN-SW.
           MOVE STMT-MONTH TO STMT-HDG-MONTH.
           IF ADDRMSTR-AVAILABLE
              CLOSE ADDRMSTR
           END-IF.
           IF MEMBMSTR-AVAILABLE
              CLOSE MEMBMSTR
           END-IF.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
