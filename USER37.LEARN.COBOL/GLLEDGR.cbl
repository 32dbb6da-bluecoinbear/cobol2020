       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLLEDGR.
      * General-ledger balance update. Carries the proven posting
      * file GLCONSOL writes into the balance master: each posting
      * adds its debit or credit to the account's activity for the
      * fiscal period its posting date falls in, and an account's
      * first posting in a period starts that period's record. The
      * posting file holds nothing dated into a closed period -
      * GLCONSOL has already returned those to their sources - so
      * every posting here lands in an open period. The run report
      * shows the activity posted by period.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLPOST    ASSIGN TO GLPOST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GLPOST-ST.
           SELECT GLBAL     ASSIGN TO GLBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS GB-KEY
                  FILE STATUS IS GLBAL-STATUS.
           SELECT GLLGRPT   ASSIGN TO GLLGRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GLLGRPT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  GLPOST
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLEXTR.

       FD  GLBAL
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLBAL.

       FD  GLLGRPT
           RECORD CONTAINS 110 CHARACTERS.
       01  GLLGRPT-REC                          PIC X(110).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-POSTINGS-SW                  PIC X(01)  VALUE 'Y'.
               88 NO-MORE-POSTINGS                         VALUE 'N'.

       01  FILE-STATUS-WS.
           05 GLPOST-ST                         PIC X(02).
               88 GLPOST-OK                                VALUE '00'.
           05 GLBAL-STATUS                      PIC X(02).
               88 GLBAL-OK                                 VALUE '00'.
               88 GLBAL-FOUND                              VALUE '00'.
               88 GLBAL-MISSING                            VALUE '35'.
           05 GLLGRPT-ST                        PIC X(02).
               88 GLLGRPT-OK                               VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 POSTINGS-READ                     PIC 9(07)  VALUE ZERO.
           05 PERIODS-STARTED                   PIC 9(07)  VALUE ZERO.
           05 TOT-DEBITS-WS                     PIC 9(11)V99
                                                           VALUE ZERO.
           05 TOT-CREDITS-WS                    PIC 9(11)V99
                                                           VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).
           05 POST-DATE-WS                      PIC 9(08).
           05 POST-DATE-WS-X REDEFINES POST-DATE-WS.
               10 POST-YEAR-WS                  PIC 9(04).
               10 POST-MONTH-WS                 PIC 9(02).
               10 FILLER                        PIC 9(02).

      * Activity posted this run by fiscal period, for the report.
       01  PERIOD-TABLE-WS.
           05 PERIOD-COUNT-WS                   PIC 9(02)  VALUE ZERO.
           05 PERIOD-ENTRY OCCURS 24 TIMES
                  INDEXED BY PER-IDX.
               10 PT-YEAR                       PIC 9(04).
               10 PT-PERIOD                     PIC 9(02).
               10 PT-POSTINGS                   PIC 9(07).
               10 PT-DEBITS                     PIC 9(11)V99.
               10 PT-CREDITS                    PIC 9(11)V99.

       01  LGR-HEADING-LINE.
           05 FILLER                            PIC X(30)
                  VALUE 'GENERAL LEDGER BALANCE UPDATE '.
           05 LH-DATE                           PIC 9(08).

       01  LGR-PERIOD-LINE.
           05 FILLER                            PIC X(08)
                  VALUE 'PERIOD: '.
           05 LP-YEAR                           PIC 9(04).
           05 FILLER                            PIC X(01)  VALUE '-'.
           05 LP-PERIOD                         PIC 9(02).
           05 FILLER                            PIC X(12)
                  VALUE '  POSTINGS: '.
           05 LP-POSTINGS-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(10)
                  VALUE '  DEBITS: '.
           05 LP-DEBITS-O                       PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                            PIC X(11)
                  VALUE '  CREDITS: '.
           05 LP-CREDITS-O                      PIC $$$,$$$,$$$,$$9.99.

       01  LGR-TOTAL-LINE.
           05 FILLER                            PIC X(14)
                  VALUE 'TOTAL POSTED: '.
           05 LT-POSTINGS-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(11)
                  VALUE '   DEBITS: '.
           05 LT-DEBITS-O                       PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                            PIC X(11)
                  VALUE '  CREDITS: '.
           05 LT-CREDITS-O                      PIC $$$,$$$,$$$,$$9.99.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAINLINE
               UNTIL NO-MORE-POSTINGS.
           PERFORM 700-WRITE-PERIOD-TOTALS THRU 700-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE CURR-DATE-WS TO LH-DATE.
           WRITE GLLGRPT-REC FROM LGR-HEADING-LINE.
           PERFORM 900-READ-GLPOST THRU 900-EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-POST-ONE-ENTRY THRU 200-EXIT.
           PERFORM 900-READ-GLPOST THRU 900-EXIT.

      * The posting date was stamped by GLCONSOL, so it is always
      * a good date here.
       200-POST-ONE-ENTRY.
           MOVE GL-POST-DATE-N TO POST-DATE-WS.
           MOVE GL-ACCOUNT     TO GB-ACCOUNT.
           MOVE POST-YEAR-WS   TO GB-FISCAL-YEAR.
           MOVE POST-MONTH-WS  TO GB-PERIOD.
           READ GLBAL.
           IF GLBAL-FOUND
               ADD GL-DEBIT  TO GB-DEBITS
               ADD GL-CREDIT TO GB-CREDITS
               ADD +1        TO GB-POSTING-COUNT
               MOVE POST-DATE-WS TO GB-LAST-POST-DATE
               REWRITE GB-BALANCE-REC
               GO TO 200-ACCUM.
           MOVE SPACES         TO GB-BALANCE-REC.
           MOVE GL-ACCOUNT     TO GB-ACCOUNT.
           MOVE POST-YEAR-WS   TO GB-FISCAL-YEAR.
           MOVE POST-MONTH-WS  TO GB-PERIOD.
           MOVE GL-DEBIT       TO GB-DEBITS.
           MOVE GL-CREDIT      TO GB-CREDITS.
           MOVE 1              TO GB-POSTING-COUNT.
           MOVE POST-DATE-WS   TO GB-LAST-POST-DATE.
           WRITE GB-BALANCE-REC
               INVALID KEY
                   MOVE "GL BALANCE WRITE FAILED" TO ABEND-REASON
                   GO TO 1000-ABEND-RTN
           END-WRITE.
           ADD +1 TO PERIODS-STARTED.
       200-ACCUM.
           ADD GL-DEBIT  TO TOT-DEBITS-WS.
           ADD GL-CREDIT TO TOT-CREDITS-WS.
           PERFORM 220-ACCUM-PERIOD THRU 220-EXIT.
       200-EXIT.
           EXIT.

       220-ACCUM-PERIOD.
           SET PER-IDX TO 1.
           SEARCH PERIOD-ENTRY
               AT END
                   IF PERIOD-COUNT-WS < 24
                       ADD 1 TO PERIOD-COUNT-WS
                       SET PER-IDX TO PERIOD-COUNT-WS
                       MOVE POST-YEAR-WS  TO PT-YEAR (PER-IDX)
                       MOVE POST-MONTH-WS TO PT-PERIOD (PER-IDX)
                       MOVE 1             TO PT-POSTINGS (PER-IDX)
                       MOVE GL-DEBIT      TO PT-DEBITS (PER-IDX)
                       MOVE GL-CREDIT     TO PT-CREDITS (PER-IDX)
                   END-IF
               WHEN PT-YEAR (PER-IDX) = POST-YEAR-WS
                AND PT-PERIOD (PER-IDX) = POST-MONTH-WS
                   ADD 1         TO PT-POSTINGS (PER-IDX)
                   ADD GL-DEBIT  TO PT-DEBITS (PER-IDX)
                   ADD GL-CREDIT TO PT-CREDITS (PER-IDX)
           END-SEARCH.
       220-EXIT.
           EXIT.

       700-WRITE-PERIOD-TOTALS.
           PERFORM 720-WRITE-ONE-PERIOD THRU 720-EXIT
               VARYING PER-IDX FROM 1 BY 1
               UNTIL PER-IDX > PERIOD-COUNT-WS.
           MOVE POSTINGS-READ  TO LT-POSTINGS-O.
           MOVE TOT-DEBITS-WS  TO LT-DEBITS-O.
           MOVE TOT-CREDITS-WS TO LT-CREDITS-O.
           WRITE GLLGRPT-REC FROM LGR-TOTAL-LINE.
       700-EXIT.
           EXIT.

       720-WRITE-ONE-PERIOD.
           MOVE PT-YEAR (PER-IDX)     TO LP-YEAR.
           MOVE PT-PERIOD (PER-IDX)   TO LP-PERIOD.
           MOVE PT-POSTINGS (PER-IDX) TO LP-POSTINGS-O.
           MOVE PT-DEBITS (PER-IDX)   TO LP-DEBITS-O.
           MOVE PT-CREDITS (PER-IDX)  TO LP-CREDITS-O.
           WRITE GLLGRPT-REC FROM LGR-PERIOD-LINE.
       720-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT GLPOST.
           IF NOT GLPOST-OK
               MOVE "GL POSTING FILE PROBLEM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN I-O GLBAL.
           IF GLBAL-MISSING
               OPEN OUTPUT GLBAL
               CLOSE GLBAL
               OPEN I-O GLBAL.
           IF NOT GLBAL-OK
               MOVE "GL BALANCE MASTER PROBLEM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN OUTPUT GLLGRPT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE GLPOST, GLBAL, GLLGRPT.
       850-EXIT.
           EXIT.

       900-READ-GLPOST.
           READ GLPOST
               AT END MOVE 'N' TO MORE-POSTINGS-SW
               GO TO 900-EXIT
           END-READ.
           ADD +1 TO POSTINGS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "POSTINGS READ:   " POSTINGS-READ.
           DISPLAY "PERIODS STARTED: " PERIODS-STARTED.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - GLLEDGR ***"
               UPON CONSOLE.
           DISPLAY ABEND-REASON UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
