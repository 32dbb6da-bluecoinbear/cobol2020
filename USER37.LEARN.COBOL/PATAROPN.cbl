      * balance the statement and collections side works from. A
      * bill already on the receivable file (same patient and
      * discharge date, a rerun of the extract) is skipped with a
      * register note rather than opened twice. A corrected bill
      * from LATEBILL rides the same extract; its receivable was
      * adjusted when the late charges were billed, so it is passed
      * over quietly.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           05 BX-TOTAL-CHARGES                  PIC 9(09)V99.
           05 BX-LAST-NAME                      PIC X(20).
           05 BX-FIRST-NAME                     PIC X(15).
           05 BX-BILL-TYPE                      PIC X(01).
               88 BX-REPLACEMENT-BILL                      VALUE 'R'.
           05 FILLER                            PIC X(06).

       FD  PATAR
           RECORD CONTAINS 120 CHARACTERS.
           MOVE BX-PATIENT-ID     TO PA-PATIENT-ID.
           MOVE BX-DISCHARGE-DATE TO PA-BILL-DATE.
           READ PATAR.
           IF PATAR-FOUND
               AND BX-REPLACEMENT-BILL
               GO TO 400-EXIT.
           IF PATAR-FOUND
               MOVE BX-PATIENT-ID TO SK-PATIENT-ID
               WRITE SYSOUT-REC FROM AR-SKIP-LINE
           MOVE BX-TOTAL-CHARGES  TO PA-BALANCE.
           MOVE 'O'               TO PA-STATUS.
           MOVE ZERO              TO PA-DUN-LEVEL.
           MOVE ZERO              TO PA-CONTRACT-ADJ.
           MOVE 'I'               TO PA-RESPONSIBILITY.
           MOVE ZERO              TO PA-INS-POST-DATE.
           WRITE PA-RECEIVABLE-REC.
           ADD +1                 TO RECEIVABLES-OPENED.
           ADD BX-TOTAL-CHARGES   TO TOT-OPENED-WS.
