       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLSTMTS.
      * General-ledger statements for one fiscal period: the trial
      * balance, the income statement and the balance sheet, all
      * from the balance master. The period reported is the one
      * the business date falls in, so a run-parameter override
      * date reports any earlier period. Every account's balance at
      * the period is its year's period 00 opening plus the
      * activity of periods 01 through the period; the chart of
      * accounts supplies the description and the account type
      * that places it on the income statement or the balance
      * sheet. The income statement shows the period and the year
      * to date; the balance sheet carries the year's earnings to
      * date under equity until the year-end close rolls them into
      * retained earnings. An account with no type, or posted but
      * missing from the chart, shows on the trial balance and is
      * listed apart on the balance sheet.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLBAL     ASSIGN TO GLBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS GB-KEY
                  FILE STATUS IS GLBAL-STATUS.
           SELECT COAMSTR   ASSIGN TO COAMSTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COAMSTR-ST.
           SELECT GLTRIAL   ASSIGN TO GLTRIAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GLTRIAL-ST.
           SELECT GLINCST   ASSIGN TO GLINCST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GLINCST-ST.
           SELECT GLBALSH   ASSIGN TO GLBALSH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GLBALSH-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  GLBAL
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLBAL.

       FD  COAMSTR
           RECORD CONTAINS 40 CHARACTERS.
           COPY COAMSTR.

       FD  GLTRIAL
           RECORD CONTAINS 110 CHARACTERS.
       01  GLTRIAL-REC                          PIC X(110).

       FD  GLINCST
           RECORD CONTAINS 110 CHARACTERS.
       01  GLINCST-REC                          PIC X(110).

       FD  GLBALSH
           RECORD CONTAINS 110 CHARACTERS.
       01  GLBALSH-REC                          PIC X(110).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       01  RUNPARM-FILE-REC                     PIC X(20).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-BALANCES-SW                  PIC X(01)  VALUE 'Y'.
               88 NO-MORE-BALANCES                         VALUE 'N'.
           05 MORE-COA-SW                       PIC X(01)  VALUE 'Y'.
               88 NO-MORE-COA                              VALUE 'N'.

       01  FILE-STATUS-WS.
           05 GLBAL-STATUS                      PIC X(02).
               88 GLBAL-OK                                 VALUE '00'.
           05 COAMSTR-ST                        PIC X(02).
               88 COAMSTR-OK                               VALUE '00'.
           05 GLTRIAL-ST                        PIC X(02).
               88 GLTRIAL-OK                               VALUE '00'.
           05 GLINCST-ST                        PIC X(02).
               88 GLINCST-OK                               VALUE '00'.
           05 GLBALSH-ST                        PIC X(02).
               88 GLBALSH-OK                               VALUE '00'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

      * Balances and activity are signed debit-positive; the
      * statements turn credit-side sections positive for print.
       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 BALANCES-READ                     PIC 9(07)  VALUE ZERO.
           05 TB-DEBITS-WS                      PIC 9(11)V99
                                                           VALUE ZERO.
           05 TB-CREDITS-WS                     PIC 9(11)V99
                                                           VALUE ZERO.
           05 SECTION-PERIOD-WS                 PIC S9(11)V99
                                                           VALUE ZERO.
           05 SECTION-YTD-WS                    PIC S9(11)V99
                                                           VALUE ZERO.
           05 REVENUE-PERIOD-WS                 PIC S9(11)V99
                                                           VALUE ZERO.
           05 REVENUE-YTD-WS                    PIC S9(11)V99
                                                           VALUE ZERO.
           05 EXPENSE-PERIOD-WS                 PIC S9(11)V99
                                                           VALUE ZERO.
           05 EXPENSE-YTD-WS                    PIC S9(11)V99
                                                           VALUE ZERO.
           05 NET-PERIOD-WS                     PIC S9(11)V99
                                                           VALUE ZERO.
           05 NET-YTD-WS                        PIC S9(11)V99
                                                           VALUE ZERO.
           05 ASSETS-WS                         PIC S9(11)V99
                                                           VALUE ZERO.
           05 LIABILITIES-WS                    PIC S9(11)V99
                                                           VALUE ZERO.
           05 EQUITY-WS                         PIC S9(11)V99
                                                           VALUE ZERO.
           05 LIAB-AND-EQUITY-WS                PIC S9(11)V99
                                                           VALUE ZERO.
           05 PRINT-AMOUNT-WS                   PIC S9(11)V99
                                                           VALUE ZERO.
           05 PRINT-YTD-WS                      PIC S9(11)V99
                                                           VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).
           05 CURR-DATE-WS-X REDEFINES CURR-DATE-WS.
               10 REPORT-YEAR                   PIC 9(04).
               10 REPORT-PERIOD                 PIC 9(02).
               10 FILLER                        PIC 9(02).

           COPY RUNPARM.

      * Which account type a section pass is printing, and whether
      * its balances print credit-positive.
       01  SECTION-CONTROL-WS.
           05 SECTION-TYPE-WS                   PIC X(01).
           05 SECTION-SIDE-WS                   PIC X(01).
               88 SECTION-CREDIT-SIDE                      VALUE 'C'.

      * One entry per account: the chart first, then any account
      * found posted on the balance master but not on the chart.
       01  ACCOUNT-TABLE-WS.
           05 ACCOUNT-COUNT-WS                  PIC 9(03)  VALUE ZERO.
           05 ACCOUNT-ENTRY OCCURS 250 TIMES
                  INDEXED BY ACT-IDX.
               10 AT-ACCOUNT                    PIC X(08).
               10 AT-DESCRIPTION                PIC X(24).
               10 AT-TYPE                       PIC X(01).
                   88 AT-CLASSIFIED             VALUE 'A' 'L' 'Q'
                                                      'R' 'E'.
               10 AT-BALANCE                    PIC S9(11)V99.
               10 AT-PERIOD-NET                 PIC S9(11)V99.
               10 AT-POSTED-SW                  PIC X(01).
                   88 AT-POSTED                            VALUE 'Y'.

       01  STMT-HEADING-LINE.
           05 SH-TITLE                          PIC X(30).
           05 FILLER                            PIC X(08)
                  VALUE 'PERIOD: '.
           05 SH-YEAR                           PIC 9(04).
           05 FILLER                            PIC X(01)  VALUE '-'.
           05 SH-PERIOD                         PIC 9(02).

       01  SECTION-HEADING-LINE.
           05 SC-TITLE                          PIC X(30).

       01  TB-COLUMN-LINE.
           05 FILLER                            PIC X(10)
                  VALUE 'ACCOUNT'.
           05 FILLER                            PIC X(26)
                  VALUE 'DESCRIPTION'.
           05 FILLER                            PIC X(06)
                  VALUE 'TYPE'.
           05 FILLER                            PIC X(20)
                  VALUE '               DEBIT'.
           05 FILLER                            PIC X(20)
                  VALUE '              CREDIT'.

       01  TB-DETAIL-LINE.
           05 TD-ACCOUNT                        PIC X(08).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 TD-DESCRIPTION                    PIC X(24).
           05 FILLER                            PIC X(03)  VALUE SPACES.
           05 TD-TYPE                           PIC X(01).
           05 FILLER                            PIC X(04)  VALUE SPACES.
           05 TD-DEBIT-O                        PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 TD-CREDIT-O                       PIC $$$,$$$,$$$,$$9.99.

       01  TB-TOTAL-LINE.
           05 FILLER                            PIC X(42)
                  VALUE 'TRIAL BALANCE TOTALS'.
           05 TT-DEBIT-O                        PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 TT-CREDIT-O                       PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 TT-DISP-O                         PIC X(16).

       01  STMT-DETAIL-LINE.
           05 SD-ACCOUNT                        PIC X(08).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 SD-DESCRIPTION                    PIC X(24).
           05 FILLER                            PIC X(04)  VALUE SPACES.
           05 SD-PERIOD-O                       PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 SD-YTD-O                          PIC $$$,$$$,$$$,$$9.99-.

       01  STMT-TOTAL-LINE.
           05 ST-TITLE                          PIC X(38).
           05 ST-PERIOD-O                       PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 ST-YTD-O                          PIC $$$,$$$,$$$,$$9.99-.

      * The balance sheet is a point in time: balance column only.
       01  BS-DETAIL-LINE.
           05 BD-ACCOUNT                        PIC X(08).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 BD-DESCRIPTION                    PIC X(24).
           05 FILLER                            PIC X(04)  VALUE SPACES.
           05 BD-BALANCE-O                      PIC $$$,$$$,$$$,$$9.99-.

       01  BS-TOTAL-LINE.
           05 BT-TITLE                          PIC X(38).
           05 BT-BALANCE-O                      PIC $$$,$$$,$$$,$$9.99-.

       01  IS-COLUMN-LINE.
           05 FILLER                            PIC X(38)  VALUE SPACES.
           05 FILLER                            PIC X(19)
                  VALUE '             PERIOD'.
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 FILLER                            PIC X(19)
                  VALUE '       YEAR TO DATE'.

       01  BS-CHECK-LINE.
           05 FILLER                            PIC X(38)
                  VALUE 'ASSETS LESS LIABILITIES AND EQUITY'.
           05 BC-DIFF-O                         PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 BC-DISP-O                         PIC X(16).

       01  BLANK-LINE                           PIC X(110) VALUE SPACES.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAINLINE
               UNTIL NO-MORE-BALANCES.
           PERFORM 400-TRIAL-BALANCE THRU 400-EXIT.
           PERFORM 500-INCOME-STATEMENT THRU 500-EXIT.
           PERFORM 600-BALANCE-SHEET THRU 600-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF TB-DEBITS-WS NOT = TB-CREDITS-WS
               MOVE +4 TO RETURN-CODE
           ELSE
               MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS.
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 070-LOAD-CHART THRU 070-EXIT.
           MOVE REPORT-YEAR   TO SH-YEAR.
           MOVE REPORT-PERIOD TO SH-PERIOD.
           PERFORM 900-READ-BALANCE THRU 900-EXIT.

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
           IF ACCOUNT-COUNT-WS < 250
               ADD 1 TO ACCOUNT-COUNT-WS
               SET ACT-IDX TO ACCOUNT-COUNT-WS
               MOVE COA-ACCOUNT      TO AT-ACCOUNT (ACT-IDX)
               MOVE COA-DESCRIPTION  TO AT-DESCRIPTION (ACT-IDX)
               MOVE COA-ACCOUNT-TYPE TO AT-TYPE (ACT-IDX)
               MOVE ZERO TO AT-BALANCE (ACT-IDX),
                            AT-PERIOD-NET (ACT-IDX)
               MOVE 'N' TO AT-POSTED-SW (ACT-IDX)
           ELSE
               DISPLAY "*** ACCOUNT TABLE FULL - " COA-ACCOUNT.
       080-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-ACCUM-ONE-BALANCE THRU 200-EXIT.
           PERFORM 900-READ-BALANCE THRU 900-EXIT.

      * Only the report year counts, opening through the report
      * period; later periods are after the statement date.
       200-ACCUM-ONE-BALANCE.
           IF GB-FISCAL-YEAR NOT = REPORT-YEAR
               GO TO 200-EXIT.
           IF GB-PERIOD > REPORT-PERIOD
               GO TO 200-EXIT.
           PERFORM 220-FIND-ACCOUNT THRU 220-EXIT.
           COMPUTE AT-BALANCE (ACT-IDX) =
               AT-BALANCE (ACT-IDX) + GB-DEBITS - GB-CREDITS.
           IF GB-PERIOD = REPORT-PERIOD
               COMPUTE AT-PERIOD-NET (ACT-IDX) =
                   AT-PERIOD-NET (ACT-IDX) + GB-DEBITS - GB-CREDITS.
           MOVE 'Y' TO AT-POSTED-SW (ACT-IDX).
       200-EXIT.
           EXIT.

      * An account off the chart is added to the table, untyped,
      * so its balance still reaches the trial balance.
       220-FIND-ACCOUNT.
           SET ACT-IDX TO 1.
           SEARCH ACCOUNT-ENTRY
               AT END
                   IF ACCOUNT-COUNT-WS < 250
                       ADD 1 TO ACCOUNT-COUNT-WS
                       SET ACT-IDX TO ACCOUNT-COUNT-WS
                       MOVE GB-ACCOUNT TO AT-ACCOUNT (ACT-IDX)
                       MOVE '*NOT ON CHART*'
                           TO AT-DESCRIPTION (ACT-IDX)
                       MOVE SPACE TO AT-TYPE (ACT-IDX)
                       MOVE ZERO TO AT-BALANCE (ACT-IDX),
                                    AT-PERIOD-NET (ACT-IDX)
                   ELSE
                       MOVE "ACCOUNT TABLE FULL" TO ABEND-REASON
                       GO TO 1000-ABEND-RTN
                   END-IF
               WHEN AT-ACCOUNT (ACT-IDX) = GB-ACCOUNT
                   CONTINUE
           END-SEARCH.
       220-EXIT.
           EXIT.

      * Every posted account, its balance on the debit or credit
      * side by sign; the two columns must total the same.
       400-TRIAL-BALANCE.
           MOVE "400-TRIAL-BALANCE" TO PARA-NAME.
           MOVE 'TRIAL BALANCE' TO SH-TITLE.
           WRITE GLTRIAL-REC FROM STMT-HEADING-LINE.
           WRITE GLTRIAL-REC FROM TB-COLUMN-LINE.
           PERFORM 420-TB-ONE-ACCOUNT THRU 420-EXIT
               VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > ACCOUNT-COUNT-WS.
           MOVE TB-DEBITS-WS  TO TT-DEBIT-O.
           MOVE TB-CREDITS-WS TO TT-CREDIT-O.
           IF TB-DEBITS-WS = TB-CREDITS-WS
               MOVE 'IN BALANCE' TO TT-DISP-O
           ELSE
               MOVE '*OUT OF BALANCE*' TO TT-DISP-O.
           WRITE GLTRIAL-REC FROM TB-TOTAL-LINE.
       400-EXIT.
           EXIT.

       420-TB-ONE-ACCOUNT.
           IF NOT AT-POSTED (ACT-IDX)
               GO TO 420-EXIT.
           MOVE AT-ACCOUNT (ACT-IDX)     TO TD-ACCOUNT.
           MOVE AT-DESCRIPTION (ACT-IDX) TO TD-DESCRIPTION.
           MOVE AT-TYPE (ACT-IDX)        TO TD-TYPE.
           MOVE ZERO TO TD-DEBIT-O, TD-CREDIT-O.
           IF AT-BALANCE (ACT-IDX) < ZERO
               COMPUTE PRINT-AMOUNT-WS = ZERO - AT-BALANCE (ACT-IDX)
               MOVE PRINT-AMOUNT-WS TO TD-CREDIT-O
               ADD PRINT-AMOUNT-WS TO TB-CREDITS-WS
           ELSE
               MOVE AT-BALANCE (ACT-IDX) TO TD-DEBIT-O
               ADD AT-BALANCE (ACT-IDX) TO TB-DEBITS-WS.
           WRITE GLTRIAL-REC FROM TB-DETAIL-LINE.
       420-EXIT.
           EXIT.

      * Revenue prints credit-positive, expense debit-positive;
      * net income is revenue less expense.
       500-INCOME-STATEMENT.
           MOVE "500-INCOME-STATEMENT" TO PARA-NAME.
           MOVE 'INCOME STATEMENT' TO SH-TITLE.
           WRITE GLINCST-REC FROM STMT-HEADING-LINE.
           WRITE GLINCST-REC FROM IS-COLUMN-LINE.
           MOVE 'R' TO SECTION-TYPE-WS.
           MOVE 'C' TO SECTION-SIDE-WS.
           MOVE 'REVENUE' TO SC-TITLE.
           WRITE GLINCST-REC FROM SECTION-HEADING-LINE.
           PERFORM 700-SECTION-PASS THRU 700-EXIT.
           MOVE SECTION-PERIOD-WS TO REVENUE-PERIOD-WS.
           MOVE SECTION-YTD-WS    TO REVENUE-YTD-WS.
           MOVE 'TOTAL REVENUE' TO ST-TITLE.
           PERFORM 760-WRITE-IS-TOTAL THRU 760-EXIT.
           MOVE 'E' TO SECTION-TYPE-WS.
           MOVE 'D' TO SECTION-SIDE-WS.
           MOVE 'EXPENSE' TO SC-TITLE.
           WRITE GLINCST-REC FROM SECTION-HEADING-LINE.
           PERFORM 700-SECTION-PASS THRU 700-EXIT.
           MOVE SECTION-PERIOD-WS TO EXPENSE-PERIOD-WS.
           MOVE SECTION-YTD-WS    TO EXPENSE-YTD-WS.
           MOVE 'TOTAL EXPENSE' TO ST-TITLE.
           PERFORM 760-WRITE-IS-TOTAL THRU 760-EXIT.
           COMPUTE NET-PERIOD-WS =
               REVENUE-PERIOD-WS - EXPENSE-PERIOD-WS.
           COMPUTE NET-YTD-WS = REVENUE-YTD-WS - EXPENSE-YTD-WS.
           MOVE NET-PERIOD-WS TO SECTION-PERIOD-WS.
           MOVE NET-YTD-WS    TO SECTION-YTD-WS.
           MOVE 'NET INCOME' TO ST-TITLE.
           PERFORM 760-WRITE-IS-TOTAL THRU 760-EXIT.
       500-EXIT.
           EXIT.

      * Assets print debit-positive, liabilities and equity
      * credit-positive. The year's net income to date sits under
      * equity until the year-end close moves it to retained
      * earnings, so the two sides agree.
       600-BALANCE-SHEET.
           MOVE "600-BALANCE-SHEET" TO PARA-NAME.
           MOVE 'BALANCE SHEET' TO SH-TITLE.
           WRITE GLBALSH-REC FROM STMT-HEADING-LINE.
           MOVE 'A' TO SECTION-TYPE-WS.
           MOVE 'D' TO SECTION-SIDE-WS.
           MOVE 'ASSETS' TO SC-TITLE.
           WRITE GLBALSH-REC FROM SECTION-HEADING-LINE.
           PERFORM 700-SECTION-PASS THRU 700-EXIT.
           MOVE SECTION-YTD-WS TO ASSETS-WS.
           MOVE 'TOTAL ASSETS' TO BT-TITLE.
           PERFORM 780-WRITE-BS-TOTAL THRU 780-EXIT.
           MOVE 'L' TO SECTION-TYPE-WS.
           MOVE 'C' TO SECTION-SIDE-WS.
           MOVE 'LIABILITIES' TO SC-TITLE.
           WRITE GLBALSH-REC FROM SECTION-HEADING-LINE.
           PERFORM 700-SECTION-PASS THRU 700-EXIT.
           MOVE SECTION-YTD-WS TO LIABILITIES-WS.
           MOVE 'TOTAL LIABILITIES' TO BT-TITLE.
           PERFORM 780-WRITE-BS-TOTAL THRU 780-EXIT.
           MOVE 'Q' TO SECTION-TYPE-WS.
           MOVE 'EQUITY' TO SC-TITLE.
           WRITE GLBALSH-REC FROM SECTION-HEADING-LINE.
           PERFORM 700-SECTION-PASS THRU 700-EXIT.
           MOVE SPACES TO BD-ACCOUNT.
           MOVE 'EARNINGS YEAR TO DATE' TO BD-DESCRIPTION.
           MOVE NET-YTD-WS TO BD-BALANCE-O.
           WRITE GLBALSH-REC FROM BS-DETAIL-LINE.
           COMPUTE EQUITY-WS = SECTION-YTD-WS + NET-YTD-WS.
           MOVE EQUITY-WS TO SECTION-YTD-WS.
           MOVE 'TOTAL EQUITY' TO BT-TITLE.
           PERFORM 780-WRITE-BS-TOTAL THRU 780-EXIT.
           COMPUTE LIAB-AND-EQUITY-WS = LIABILITIES-WS + EQUITY-WS.
           MOVE LIAB-AND-EQUITY-WS TO SECTION-YTD-WS.
           MOVE 'TOTAL LIABILITIES AND EQUITY' TO BT-TITLE.
           PERFORM 780-WRITE-BS-TOTAL THRU 780-EXIT.
           MOVE SPACE TO SECTION-TYPE-WS.
           MOVE 'D' TO SECTION-SIDE-WS.
           MOVE 'UNCLASSIFIED ACCOUNTS' TO SC-TITLE.
           WRITE GLBALSH-REC FROM BLANK-LINE.
           WRITE GLBALSH-REC FROM SECTION-HEADING-LINE.
           PERFORM 700-SECTION-PASS THRU 700-EXIT.
           COMPUTE PRINT-AMOUNT-WS = ASSETS-WS - LIAB-AND-EQUITY-WS.
           MOVE PRINT-AMOUNT-WS TO BC-DIFF-O.
           IF PRINT-AMOUNT-WS = ZERO
               MOVE 'IN BALANCE' TO BC-DISP-O
           ELSE
               MOVE '*OUT OF BALANCE*' TO BC-DISP-O.
           WRITE GLBALSH-REC FROM BLANK-LINE.
           WRITE GLBALSH-REC FROM BS-CHECK-LINE.
       600-EXIT.
           EXIT.

      * One pass over the account table for the section's type,
      * totalling the period activity and the balance. A space
      * type picks up every account that has no statement type.
       700-SECTION-PASS.
           MOVE ZERO TO SECTION-PERIOD-WS, SECTION-YTD-WS.
           PERFORM 720-SECTION-ONE-ACCOUNT THRU 720-EXIT
               VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > ACCOUNT-COUNT-WS.
       700-EXIT.
           EXIT.

       720-SECTION-ONE-ACCOUNT.
           IF NOT AT-POSTED (ACT-IDX)
               GO TO 720-EXIT.
           IF SECTION-TYPE-WS = SPACE
               IF AT-CLASSIFIED (ACT-IDX)
                   GO TO 720-EXIT
               END-IF
           ELSE
               IF AT-TYPE (ACT-IDX) NOT = SECTION-TYPE-WS
                   GO TO 720-EXIT.
           IF SECTION-CREDIT-SIDE
               COMPUTE PRINT-AMOUNT-WS =
                   ZERO - AT-PERIOD-NET (ACT-IDX)
               COMPUTE PRINT-YTD-WS = ZERO - AT-BALANCE (ACT-IDX)
           ELSE
               MOVE AT-PERIOD-NET (ACT-IDX) TO PRINT-AMOUNT-WS
               MOVE AT-BALANCE (ACT-IDX)    TO PRINT-YTD-WS.
           ADD PRINT-AMOUNT-WS TO SECTION-PERIOD-WS.
           ADD PRINT-YTD-WS    TO SECTION-YTD-WS.
           IF SECTION-TYPE-WS = 'R' OR SECTION-TYPE-WS = 'E'
               MOVE AT-ACCOUNT (ACT-IDX)     TO SD-ACCOUNT
               MOVE AT-DESCRIPTION (ACT-IDX) TO SD-DESCRIPTION
               MOVE PRINT-AMOUNT-WS          TO SD-PERIOD-O
               MOVE PRINT-YTD-WS             TO SD-YTD-O
               WRITE GLINCST-REC FROM STMT-DETAIL-LINE
           ELSE
               MOVE AT-ACCOUNT (ACT-IDX)     TO BD-ACCOUNT
               MOVE AT-DESCRIPTION (ACT-IDX) TO BD-DESCRIPTION
               MOVE PRINT-YTD-WS             TO BD-BALANCE-O
               WRITE GLBALSH-REC FROM BS-DETAIL-LINE.
       720-EXIT.
           EXIT.

       760-WRITE-IS-TOTAL.
           MOVE SECTION-PERIOD-WS TO ST-PERIOD-O.
           MOVE SECTION-YTD-WS    TO ST-YTD-O.
           WRITE GLINCST-REC FROM STMT-TOTAL-LINE.
           WRITE GLINCST-REC FROM BLANK-LINE.
       760-EXIT.
           EXIT.

       780-WRITE-BS-TOTAL.
           MOVE SECTION-YTD-WS TO BT-BALANCE-O.
           WRITE GLBALSH-REC FROM BS-TOTAL-LINE.
           WRITE GLBALSH-REC FROM BLANK-LINE.
       780-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT GLBAL.
           IF NOT GLBAL-OK
               MOVE "GL BALANCE MASTER PROBLEM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN OUTPUT GLTRIAL, GLINCST, GLBALSH.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE GLBAL, GLTRIAL, GLINCST, GLBALSH.
       850-EXIT.
           EXIT.

       900-READ-BALANCE.
           READ GLBAL NEXT RECORD
               AT END MOVE 'N' TO MORE-BALANCES-SW
               GO TO 900-EXIT
           END-READ.
           ADD +1 TO BALANCES-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "BALANCES READ:   " BALANCES-READ.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - GLSTMTS ***"
               UPON CONSOLE.
           DISPLAY ABEND-REASON UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
