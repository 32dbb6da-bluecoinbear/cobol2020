       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLCLOSE.
      * General-ledger period close. Locks the next fiscal period
      * after the one the period control shows closed - one period
      * per run, and only once the period has ended by the business
      * date - by writing it back as the closed-through period;
      * from then on GLCONSOL returns any posting dated into it to
      * its source. The first close on a new ledger takes the month
      * before the business date. Closing period 12 is the year-end
      * close: every account's balance for the year is worked out
      * from the balance master, balance-sheet accounts carry their
      * balance forward as the next year's period 00 opening, and
      * income-statement accounts start the new year at zero with
      * their net rolled into retained earnings' opening balance.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLPERCTL  ASSIGN TO GLPERCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GLPERCTL-ST.
           SELECT GLBAL     ASSIGN TO GLBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GB-KEY
                  FILE STATUS IS GLBAL-STATUS.
           SELECT COAMSTR   ASSIGN TO COAMSTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COAMSTR-ST.
           SELECT GLCLSRPT  ASSIGN TO GLCLSRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GLCLSRPT-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  GLPERCTL
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLPERCTL.

       FD  GLBAL
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLBAL.

       FD  COAMSTR
           RECORD CONTAINS 40 CHARACTERS.
           COPY COAMSTR.

       FD  GLCLSRPT
           RECORD CONTAINS 110 CHARACTERS.
       01  GLCLSRPT-REC                         PIC X(110).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       01  RUNPARM-FILE-REC                     PIC X(20).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-BALANCES-SW                  PIC X(01)  VALUE 'Y'.
               88 NO-MORE-BALANCES                         VALUE 'N'.
           05 MORE-COA-SW                       PIC X(01)  VALUE 'Y'.
               88 NO-MORE-COA                              VALUE 'N'.
           05 PERIOD-ENDED-SW                   PIC X(01)  VALUE 'Y'.
               88 PERIOD-ENDED                             VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 GLPERCTL-ST                       PIC X(02).
               88 GLPERCTL-OK                              VALUE '00'.
           05 GLBAL-STATUS                      PIC X(02).
               88 GLBAL-OK                                 VALUE '00'.
               88 GLBAL-FOUND                              VALUE '00'.
               88 GLBAL-MISSING                            VALUE '35'.
           05 COAMSTR-ST                        PIC X(02).
               88 COAMSTR-OK                               VALUE '00'.
           05 GLCLSRPT-ST                       PIC X(02).
               88 GLCLSRPT-OK                              VALUE '00'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 ACCOUNTS-CARRIED                  PIC 9(05)  VALUE ZERO.
           05 ACCOUNTS-ROLLED                   PIC 9(05)  VALUE ZERO.
      * Balances are signed debit-positive: a credit balance is
      * negative.
           05 ACCOUNT-BALANCE-WS                PIC S9(11)V99
                                                           VALUE ZERO.
           05 NET-ROLLED-WS                     PIC S9(11)V99
                                                           VALUE ZERO.
           05 RETAINED-BALANCE-WS               PIC S9(11)V99
                                                           VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).
           05 CURR-DATE-WS-X REDEFINES CURR-DATE-WS.
               10 CURR-PERIOD-WS                PIC 9(06).
               10 FILLER                        PIC 9(02).
           05 CURR-DATE-PARTS REDEFINES CURR-DATE-WS.
               10 CURR-YEAR                     PIC 9(04).
               10 CURR-MONTH                    PIC 9(02).
               10 FILLER                        PIC 9(02).
      * The period being closed, year and month run together.
           05 CLOSE-PERIOD-WS                   PIC 9(06).
           05 CLOSE-PERIOD-X REDEFINES CLOSE-PERIOD-WS.
               10 CLOSE-YEAR                    PIC 9(04).
               10 CLOSE-MONTH                   PIC 9(02).
           05 NEXT-YEAR-WS                      PIC 9(04).

           COPY RUNPARM.

      * Retained earnings takes the income-statement accounts' net
      * at year end; it must be on the chart as an equity account.
       77  RETAINED-EARNINGS-ACCT               PIC X(08)
                                                   VALUE 'RETEARN'.

      * Chart of accounts, loaded up front for the account types.
       01  COA-TABLE-WS.
           05 COA-COUNT-WS                      PIC 9(03)  VALUE ZERO.
           05 COA-ENTRY OCCURS 200 TIMES
                  INDEXED BY COA-IDX.
               10 CT-ACCOUNT                    PIC X(08).
               10 CT-TYPE                       PIC X(01).

      * The account being totalled in the year-end pass.
       01  CURRENT-ACCOUNT-WS                   PIC X(08)  VALUE SPACES.

      * Next year's opening balances, held until the pass over the
      * balance master is done and written after it.
       01  OPENING-TABLE-WS.
           05 OPENING-COUNT-WS                  PIC 9(03)  VALUE ZERO.
           05 OPENING-ENTRY OCCURS 250 TIMES
                  INDEXED BY OPN-IDX.
               10 OT-ACCOUNT                    PIC X(08).
               10 OT-BALANCE                    PIC S9(11)V99.

       01  CLOSE-HEADING-LINE.
           05 FILLER                            PIC X(30)
                  VALUE 'GENERAL LEDGER PERIOD CLOSE   '.
           05 CH-DATE                           PIC 9(08).

       01  CLOSE-PERIOD-LINE.
           05 FILLER                            PIC X(08)
                  VALUE 'PERIOD: '.
           05 CP-YEAR                           PIC 9(04).
           05 FILLER                            PIC X(01)  VALUE '-'.
           05 CP-PERIOD                         PIC 9(02).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 CP-DISP-O                         PIC X(40).

       01  YEAR-END-DETAIL-LINE.
           05 YD-ACCOUNT                        PIC X(08).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 YD-TYPE                           PIC X(01).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 YD-BALANCE-O                      PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 YD-DISP-O                         PIC X(30).

       01  YEAR-END-TOTAL-LINE.
           05 FILLER                            PIC X(18)
                  VALUE 'ACCOUNTS CARRIED: '.
           05 YT-CARRIED-O                      PIC ZZ,ZZ9.
           05 FILLER                            PIC X(11)
                  VALUE '  ROLLED:  '.
           05 YT-ROLLED-O                       PIC ZZ,ZZ9.
           05 FILLER                            PIC X(22)
                  VALUE '  NET TO RETAINED:    '.
           05 YT-NET-O                          PIC $$$,$$$,$$$,$$9.99-.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           IF NOT PERIOD-ENDED
               PERFORM 999-CLEANUP THRU 999-EXIT
               MOVE +4 TO RETURN-CODE
               GOBACK.
           IF CLOSE-MONTH = 12
               PERFORM 500-YEAR-END-CLOSE THRU 500-EXIT.
           PERFORM 790-SAVE-PERIOD-CONTROL THRU 790-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS.
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE CURR-DATE-WS TO CH-DATE.
           WRITE GLCLSRPT-REC FROM CLOSE-HEADING-LINE.
           PERFORM 100-GET-CLOSE-PERIOD THRU 100-EXIT.
           PERFORM 070-LOAD-CHART THRU 070-EXIT.

       050-CHECK-RUN-PARAMETERS.
           OPEN INPUT RUNPARM
           IF RUNPARM-OK
               READ RUNPARM INTO RUNPARM-REC
                   AT END MOVE SPACE TO RP-DATE-OVERRIDE-SW
               END-READ
               CLOSE RUNPARM
               IF RP-DATE-OVERRIDDEN
                   MOVE RP-BUSINESS-DATE TO CURR-DATE-WS
               END-IF
           ELSE
               DISPLAY "NO RUNPARM FILE - USING SYSTEM DATE".

       070-LOAD-CHART.
           OPEN INPUT COAMSTR.
           IF NOT COAMSTR-OK
               MOVE "NO CHART OF ACCOUNTS" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           PERFORM 080-LOAD-ONE-ACCOUNT THRU 080-EXIT
               UNTIL NO-MORE-COA.
           CLOSE COAMSTR.
       070-EXIT.
           EXIT.

       080-LOAD-ONE-ACCOUNT.
           READ COAMSTR
               AT END MOVE "N" TO MORE-COA-SW
               GO TO 080-EXIT
           END-READ.
           IF COA-COUNT-WS < 200
               ADD 1 TO COA-COUNT-WS
               SET COA-IDX TO COA-COUNT-WS
               MOVE COA-ACCOUNT      TO CT-ACCOUNT (COA-IDX)
               MOVE COA-ACCOUNT-TYPE TO CT-TYPE (COA-IDX)
           ELSE
               DISPLAY "*** CHART TABLE FULL - " COA-ACCOUNT.
       080-EXIT.
           EXIT.

      * The period to close is the one after the closed-through
      * period, stepping over a year end; with no control record
      * yet it is the month before the business date. A period
      * that has not ended by the business date is not closed.
       100-GET-CLOSE-PERIOD.
           MOVE "100-GET-CLOSE-PERIOD" TO PARA-NAME.
           MOVE ZERO TO GP-PERIOD-CTL-REC.
           OPEN INPUT GLPERCTL.
           IF GLPERCTL-OK
               READ GLPERCTL
                   AT END MOVE ZERO TO GP-PERIOD-CTL-REC
               END-READ
               CLOSE GLPERCTL
           ELSE
               DISPLAY "NO GL PERIOD CONTROL - FIRST CLOSE".
           IF GP-CLOSED-THRU = ZERO
               MOVE CURR-YEAR  TO CLOSE-YEAR
               MOVE CURR-MONTH TO CLOSE-MONTH
               PERFORM 120-STEP-BACK-ONE THRU 120-EXIT
           ELSE
               MOVE GP-CLOSED-YEAR   TO CLOSE-YEAR
               MOVE GP-CLOSED-PERIOD TO CLOSE-MONTH
               PERFORM 110-STEP-FORWARD-ONE THRU 110-EXIT.
           MOVE CLOSE-YEAR  TO CP-YEAR.
           MOVE CLOSE-MONTH TO CP-PERIOD.
           IF CLOSE-PERIOD-WS NOT < CURR-PERIOD-WS
               MOVE 'N' TO PERIOD-ENDED-SW
               MOVE 'PERIOD NOT ENDED - NOT CLOSED' TO CP-DISP-O
               WRITE GLCLSRPT-REC FROM CLOSE-PERIOD-LINE
               GO TO 100-EXIT.
           IF CLOSE-MONTH = 12
               MOVE 'CLOSED - YEAR END' TO CP-DISP-O
           ELSE
               MOVE 'CLOSED' TO CP-DISP-O.
           WRITE GLCLSRPT-REC FROM CLOSE-PERIOD-LINE.
       100-EXIT.
           EXIT.

       110-STEP-FORWARD-ONE.
           IF CLOSE-MONTH = 12
               ADD 1 TO CLOSE-YEAR
               MOVE 01 TO CLOSE-MONTH
           ELSE
               ADD 1 TO CLOSE-MONTH.
       110-EXIT.
           EXIT.

       120-STEP-BACK-ONE.
           IF CLOSE-MONTH = 01
               SUBTRACT 1 FROM CLOSE-YEAR
               MOVE 12 TO CLOSE-MONTH
           ELSE
               SUBTRACT 1 FROM CLOSE-MONTH.
       120-EXIT.
           EXIT.

      * One pass over the balance master in key order - account,
      * then year, then period - totalling each account's year,
      * opening balance included, and breaking on account.
       500-YEAR-END-CLOSE.
           MOVE "500-YEAR-END-CLOSE" TO PARA-NAME.
           COMPUTE NEXT-YEAR-WS = CLOSE-YEAR + 1.
           MOVE LOW-VALUES TO GB-KEY.
           START GLBAL KEY IS NOT LESS THAN GB-KEY
               INVALID KEY MOVE 'N' TO MORE-BALANCES-SW
           END-START.
           PERFORM 520-READ-ONE-BALANCE THRU 520-EXIT
               UNTIL NO-MORE-BALANCES.
           IF CURRENT-ACCOUNT-WS NOT = SPACES
               PERFORM 540-FINISH-ACCOUNT THRU 540-EXIT.
           PERFORM 560-ROLL-RETAINED-EARNINGS THRU 560-EXIT.
           PERFORM 580-WRITE-ONE-OPENING THRU 580-EXIT
               VARYING OPN-IDX FROM 1 BY 1
               UNTIL OPN-IDX > OPENING-COUNT-WS.
           MOVE ACCOUNTS-CARRIED TO YT-CARRIED-O.
           MOVE ACCOUNTS-ROLLED  TO YT-ROLLED-O.
           MOVE NET-ROLLED-WS    TO YT-NET-O.
           WRITE GLCLSRPT-REC FROM YEAR-END-TOTAL-LINE.
           MOVE CLOSE-YEAR TO GP-LAST-YEAR-END.
       500-EXIT.
           EXIT.

       520-READ-ONE-BALANCE.
           READ GLBAL NEXT RECORD
               AT END MOVE 'N' TO MORE-BALANCES-SW
               GO TO 520-EXIT
           END-READ.
           IF GB-FISCAL-YEAR NOT = CLOSE-YEAR
               GO TO 520-EXIT.
           IF GB-ACCOUNT NOT = CURRENT-ACCOUNT-WS
               IF CURRENT-ACCOUNT-WS NOT = SPACES
                   PERFORM 540-FINISH-ACCOUNT THRU 540-EXIT
               END-IF
               MOVE GB-ACCOUNT TO CURRENT-ACCOUNT-WS
               MOVE ZERO TO ACCOUNT-BALANCE-WS.
           COMPUTE ACCOUNT-BALANCE-WS =
               ACCOUNT-BALANCE-WS + GB-DEBITS - GB-CREDITS.
       520-EXIT.
           EXIT.

      * An income-statement account's year goes to retained
      * earnings; retained earnings itself is held back so the
      * roll can be added to it; every other account carries its
      * balance into the new year.
       540-FINISH-ACCOUNT.
           MOVE CURRENT-ACCOUNT-WS TO YD-ACCOUNT.
           MOVE ACCOUNT-BALANCE-WS TO YD-BALANCE-O.
           MOVE SPACE TO YD-TYPE.
           SET COA-IDX TO 1.
           SEARCH COA-ENTRY
               AT END
                   MOVE SPACE TO YD-TYPE
               WHEN CT-ACCOUNT (COA-IDX) = CURRENT-ACCOUNT-WS
                   MOVE CT-TYPE (COA-IDX) TO YD-TYPE
           END-SEARCH.
           IF YD-TYPE = 'R' OR YD-TYPE = 'E'
               ADD ACCOUNT-BALANCE-WS TO NET-ROLLED-WS
               ADD +1 TO ACCOUNTS-ROLLED
               MOVE 'ROLLED TO RETAINED EARNINGS' TO YD-DISP-O
               WRITE GLCLSRPT-REC FROM YEAR-END-DETAIL-LINE
               GO TO 540-EXIT.
           IF CURRENT-ACCOUNT-WS = RETAINED-EARNINGS-ACCT
               MOVE ACCOUNT-BALANCE-WS TO RETAINED-BALANCE-WS
               GO TO 540-EXIT.
           MOVE 'CARRIED FORWARD' TO YD-DISP-O.
           WRITE GLCLSRPT-REC FROM YEAR-END-DETAIL-LINE.
           ADD +1 TO ACCOUNTS-CARRIED.
           PERFORM 550-HOLD-OPENING THRU 550-EXIT.
       540-EXIT.
           EXIT.

       550-HOLD-OPENING.
           IF OPENING-COUNT-WS < 250
               ADD 1 TO OPENING-COUNT-WS
               SET OPN-IDX TO OPENING-COUNT-WS
               MOVE CURRENT-ACCOUNT-WS TO OT-ACCOUNT (OPN-IDX)
               MOVE ACCOUNT-BALANCE-WS TO OT-BALANCE (OPN-IDX)
           ELSE
               MOVE "OPENING BALANCE TABLE FULL" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       550-EXIT.
           EXIT.

       560-ROLL-RETAINED-EARNINGS.
           MOVE RETAINED-EARNINGS-ACCT TO CURRENT-ACCOUNT-WS.
           COMPUTE ACCOUNT-BALANCE-WS =
               RETAINED-BALANCE-WS + NET-ROLLED-WS.
           MOVE CURRENT-ACCOUNT-WS TO YD-ACCOUNT.
           MOVE 'Q' TO YD-TYPE.
           MOVE ACCOUNT-BALANCE-WS TO YD-BALANCE-O.
           MOVE 'RETAINED EARNINGS OPENING' TO YD-DISP-O.
           WRITE GLCLSRPT-REC FROM YEAR-END-DETAIL-LINE.
           PERFORM 550-HOLD-OPENING THRU 550-EXIT.
       560-EXIT.
           EXIT.

      * The opening balance goes on the debit or credit side by
      * its sign, as period 00 of the new year.
       580-WRITE-ONE-OPENING.
           MOVE SPACES                 TO GB-BALANCE-REC.
           MOVE OT-ACCOUNT (OPN-IDX)   TO GB-ACCOUNT.
           MOVE NEXT-YEAR-WS           TO GB-FISCAL-YEAR.
           MOVE ZERO                   TO GB-PERIOD.
           MOVE ZERO TO GB-DEBITS, GB-CREDITS, GB-POSTING-COUNT.
           IF OT-BALANCE (OPN-IDX) < ZERO
               COMPUTE GB-CREDITS = ZERO - OT-BALANCE (OPN-IDX)
           ELSE
               MOVE OT-BALANCE (OPN-IDX) TO GB-DEBITS.
           MOVE CURR-DATE-WS           TO GB-LAST-POST-DATE.
           WRITE GB-BALANCE-REC
               INVALID KEY
                   MOVE "OPENING BALANCE ALREADY ON FILE"
                       TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
           END-WRITE.
       580-EXIT.
           EXIT.

       790-SAVE-PERIOD-CONTROL.
           MOVE CLOSE-YEAR   TO GP-CLOSED-YEAR.
           MOVE CLOSE-MONTH  TO GP-CLOSED-PERIOD.
           MOVE CURR-DATE-WS TO GP-LAST-CLOSE-DATE.
           OPEN OUTPUT GLPERCTL.
           WRITE GP-PERIOD-CTL-REC.
           CLOSE GLPERCTL.
       790-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN I-O GLBAL.
           IF GLBAL-MISSING
               OPEN OUTPUT GLBAL
               CLOSE GLBAL
               OPEN I-O GLBAL.
           IF NOT GLBAL-OK
               MOVE "GL BALANCE MASTER PROBLEM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN OUTPUT GLCLSRPT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE GLBAL, GLCLSRPT.
       850-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "PERIOD:          " CLOSE-PERIOD-WS.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - GLCLOSE ***"
               UPON CONSOLE.
           DISPLAY ABEND-REASON UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
