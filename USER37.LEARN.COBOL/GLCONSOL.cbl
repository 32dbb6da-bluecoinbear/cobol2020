      * passes both goes out on the posting file - an out-of-
      * balance batch is rejected whole before anything posts, and
      * the keyed journal entries retire.
      * Each posting is placed in its fiscal period by its posting
      * date (the run's business date when the source leaves it
      * blank). A source with any posting dated into a period the
      * period control shows closed is returned whole to its
      * stream on the reject file - its postings balance on their
      * own, so the rest of the batch still proves and posts - and
      * the source re-dates them into the open period and sends
      * them again. GLLEDGR carries the posting file into the
      * balance master.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           SELECT GLRPT     ASSIGN TO GLRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GLRPT-ST.
           SELECT GLREJECT  ASSIGN TO GLREJECT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GLREJECT-ST.
           SELECT GLPERCTL  ASSIGN TO GLPERCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS GLPERCTL-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLEXTR.

      * A posting naming an account not on the chart fails the
      * edit.
       FD  COAMSTR
           RECORD CONTAINS 40 CHARACTERS.
           COPY COAMSTR.

       FD  GLPOST
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 110 CHARACTERS.
       01  GLRPT-REC                            PIC X(110).

      * Postings returned to their source streams, in the extract
      * layout so the source can re-date and resubmit them.
       FD  GLREJECT
           RECORD CONTAINS 80 CHARACTERS.
       01  GLREJECT-REC                         PIC X(80).

       FD  GLPERCTL
           RECORD CONTAINS 80 CHARACTERS.
           COPY GLPERCTL.

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       01  RUNPARM-FILE-REC                     PIC X(20).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
               88 BATCH-GOOD                               VALUE 'Y'.
           05 ACCOUNT-ON-CHART-SW               PIC X(01)  VALUE 'N'.
               88 ACCOUNT-ON-CHART                         VALUE 'Y'.
           05 PERIOD-CLOSED-SW                  PIC X(01)  VALUE 'N'.
               88 PERIOD-CLOSED                            VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 GLIN-ST                           PIC X(02).
               88 GLPOST-OK                                VALUE '00'.
           05 GLRPT-ST                          PIC X(02).
               88 GLRPT-OK                                 VALUE '00'.
           05 GLREJECT-ST                       PIC X(02).
               88 GLREJECT-OK                              VALUE '00'.
           05 GLPERCTL-ST                       PIC X(02).
               88 GLPERCTL-OK                              VALUE '00'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 POSTINGS-READ                     PIC 9(07)  VALUE ZERO.
                                                           VALUE ZERO.
           05 TOT-CREDITS-WS                    PIC 9(11)V99
                                                           VALUE ZERO.
           05 SOURCES-RETURNED                  PIC 9(02)  VALUE ZERO.
           05 POSTINGS-RETURNED                 PIC 9(07)  VALUE ZERO.

           COPY RUNPARM.

      * Business date, the default posting date, and the last
      * closed period as year and month run together.
       01  PERIOD-FIELDS-WS.
           05 BUSINESS-DATE-WS                  PIC 9(08).
           05 POST-DATE-WS                      PIC 9(08).
           05 POST-DATE-WS-X REDEFINES POST-DATE-WS.
               10 POST-PERIOD-WS                PIC 9(06).
               10 FILLER                        PIC 9(02).
           05 POST-DATE-PARTS REDEFINES POST-DATE-WS.
               10 FILLER                        PIC 9(04).
               10 POST-MONTH-WS                 PIC 9(02).
               10 FILLER                        PIC 9(02).
           05 CLOSED-THRU-WS                    PIC 9(06)  VALUE ZERO.

      * Chart of accounts loaded up front for the edit.
       01  COA-TABLE-WS.
               10 SR-SOURCE                     PIC X(08).
               10 SR-DEBITS                     PIC 9(11)V99.
               10 SR-CREDITS                    PIC 9(11)V99.
               10 SR-RETURN-SW                  PIC X(01).
                   88 SR-RETURNED                          VALUE 'Y'.
               10 SR-RETURN-COUNT               PIC 9(07).
       77  SOURCE-SUB-WS                        PIC 9(02)  VALUE ZERO.

      * The whole batch buffered so nothing posts until the proof
      * passes - a rejected batch leaves the posting file empty.
       01  BATCH-TABLE-WS.
           05 BATCH-COUNT-WS                    PIC 9(04)  VALUE ZERO.
           05 BATCH-ENTRY-WS OCCURS 2000 TIMES.
               10 BATCH-IMAGE-WS                PIC X(80).
               10 BATCH-SOURCE-SUB              PIC 9(02).
       77  BATCH-SUB-WS                         PIC S9(4)  VALUE ZERO.

       01  GL-HEADING-LINE.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 SL-BALANCE-O                      PIC X(16).

       01  GL-RETURN-LINE.
           05 FILLER                            PIC X(21)
                  VALUE 'RETURNED TO SOURCE - '.
           05 RL-SOURCE                         PIC X(08).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RL-COUNT-O                        PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(32)
                  VALUE ' POSTINGS DATED IN CLOSED PERIOD'.

       01  GL-TOTAL-LINE.
           05 FILLER                            PIC X(16)
                  VALUE 'BATCH DEBITS:   '.
           PERFORM 700-PROVE-AND-POST THRU 700-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF BATCH-GOOD AND EDIT-FAILURES = ZERO
               IF SOURCES-RETURNED > ZERO
                   MOVE +4 TO RETURN-CODE
               ELSE
                   MOVE +0 TO RETURN-CODE
               END-IF
           ELSE
               MOVE +8 TO RETURN-CODE.
           GOBACK.
               GOBACK.
           OPEN OUTPUT GLPOST.
           OPEN OUTPUT GLRPT.
           OPEN OUTPUT GLREJECT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE-WS.
           PERFORM 030-CHECK-RUN-PARAMETERS.
           PERFORM 040-GET-CLOSED-PERIOD THRU 040-EXIT.
           MOVE BUSINESS-DATE-WS TO GH-DATE.
           WRITE GLRPT-REC FROM GL-HEADING-LINE.
           PERFORM 050-LOAD-CHART THRU 050-EXIT.
           PERFORM 900-READ-GLIN.

       030-CHECK-RUN-PARAMETERS.
           OPEN INPUT RUNPARM
           IF RUNPARM-OK
               READ RUNPARM INTO RUNPARM-REC
                   AT END MOVE SPACE TO RP-DATE-OVERRIDE-SW
               END-READ
               CLOSE RUNPARM
               IF RP-DATE-OVERRIDDEN
                   MOVE RP-BUSINESS-DATE TO BUSINESS-DATE-WS
               END-IF
           ELSE
               DISPLAY "NO RUNPARM FILE - USING SYSTEM DATE".

      * No period control yet means no period has been closed.
       040-GET-CLOSED-PERIOD.
           OPEN INPUT GLPERCTL.
           IF NOT GLPERCTL-OK
               DISPLAY "NO GL PERIOD CONTROL - NO PERIODS CLOSED"
               GO TO 040-EXIT.
           READ GLPERCTL
               AT END MOVE ZERO TO GP-CLOSED-THRU
           END-READ.
           MOVE GP-CLOSED-THRU TO CLOSED-THRU-WS.
           CLOSE GLPERCTL.
       040-EXIT.
           EXIT.

       050-LOAD-CHART.
           OPEN INPUT COAMSTR.
           IF NOT COAMSTR-OK
               MOVE ZERO TO GL-DEBIT.
           IF GL-CREDIT NOT NUMERIC
               MOVE ZERO TO GL-CREDIT.
           PERFORM 410-CHECK-POST-DATE THRU 410-EXIT.
           IF POST-DATE-WS = ZERO
               MOVE GL-ACCOUNT TO ED-ACCOUNT
               MOVE GL-SOURCE TO ED-SOURCE
               MOVE 'POSTING DATE INVALID' TO ED-REASON
               WRITE GLRPT-REC FROM GL-EDIT-LINE
               ADD +1 TO EDIT-FAILURES
               GO TO 400-EXIT.
           PERFORM 420-CHECK-CHART THRU 420-EXIT.
           IF NOT ACCOUNT-ON-CHART
               MOVE GL-ACCOUNT TO ED-ACCOUNT
           PERFORM 440-ACCUM-SOURCE THRU 440-EXIT.
           ADD GL-DEBIT TO TOT-DEBITS-WS.
           ADD GL-CREDIT TO TOT-CREDITS-WS.
           IF PERIOD-CLOSED AND SOURCE-SUB-WS > ZERO
               MOVE 'Y' TO SR-RETURN-SW (SOURCE-SUB-WS).
           IF BATCH-COUNT-WS < 2000
               ADD 1 TO BATCH-COUNT-WS
               MOVE GLEXTR-REC TO BATCH-IMAGE-WS (BATCH-COUNT-WS)
               MOVE SOURCE-SUB-WS TO BATCH-SOURCE-SUB (BATCH-COUNT-WS)
           ELSE
               DISPLAY "*** BATCH TABLE FULL - POSTING DROPPED"
               ADD +1 TO EDIT-FAILURES.
       400-EXIT.
           EXIT.

      * A blank or zero posting date takes the business date and
      * is stamped on the posting so the ledger sees the period.
      * A bad date comes back zero and fails the edit.
       410-CHECK-POST-DATE.
           MOVE 'N' TO PERIOD-CLOSED-SW.
           IF GL-POST-DATE = SPACES
               MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           IF GL-POST-DATE-N NOT NUMERIC
               MOVE ZERO TO POST-DATE-WS
               GO TO 410-EXIT.
           IF GL-POST-DATE-N = ZERO
               MOVE BUSINESS-DATE-WS TO GL-POST-DATE-N.
           MOVE GL-POST-DATE-N TO POST-DATE-WS.
           IF POST-MONTH-WS < 01 OR POST-MONTH-WS > 12
               MOVE ZERO TO POST-DATE-WS
               GO TO 410-EXIT.
           IF POST-PERIOD-WS NOT > CLOSED-THRU-WS
               MOVE 'Y' TO PERIOD-CLOSED-SW.
       410-EXIT.
           EXIT.

       420-CHECK-CHART.
           MOVE 'N' TO ACCOUNT-ON-CHART-SW.
           IF COA-COUNT-WS = ZERO
           EXIT.

       440-ACCUM-SOURCE.
           MOVE ZERO TO SOURCE-SUB-WS.
           SET SRC-IDX TO 1.
           SEARCH SOURCE-ENTRY
               AT END
                       MOVE GL-SOURCE TO SR-SOURCE (SRC-IDX)
                       MOVE GL-DEBIT TO SR-DEBITS (SRC-IDX)
                       MOVE GL-CREDIT TO SR-CREDITS (SRC-IDX)
                       MOVE 'N' TO SR-RETURN-SW (SRC-IDX)
                       MOVE ZERO TO SR-RETURN-COUNT (SRC-IDX)
                       SET SOURCE-SUB-WS TO SRC-IDX
                   ELSE
                       DISPLAY "*** SOURCE TABLE FULL - " GL-SOURCE
                   END-IF
               WHEN SR-SOURCE (SRC-IDX) = GL-SOURCE
                   ADD GL-DEBIT TO SR-DEBITS (SRC-IDX)
                   ADD GL-CREDIT TO SR-CREDITS (SRC-IDX)
                   SET SOURCE-SUB-WS TO SRC-IDX
           END-SEARCH.
       440-EXIT.
           EXIT.

      * The proof: every source must balance on its own and the
      * batch must balance in total. Only then do the buffered
      * postings reach the posting file. A source being returned
      * for a closed period comes out of the batch totals first.
       700-PROVE-AND-POST.
           PERFORM 720-PROVE-ONE-SOURCE THRU 720-EXIT
               VARYING SRC-IDX FROM 1 BY 1
               PERFORM 750-POST-ONE-RECORD THRU 750-EXIT
                   VARYING BATCH-SUB-WS FROM 1 BY 1
                   UNTIL BATCH-SUB-WS > BATCH-COUNT-WS
               PERFORM 760-LIST-RETURNED-SOURCE THRU 760-EXIT
                   VARYING SRC-IDX FROM 1 BY 1
                   UNTIL SRC-IDX > SOURCE-COUNT-WS
           ELSE
               MOVE '*BATCH REJECTED*' TO GT-DISP-O
               DISPLAY "*** GL BATCH REJECTED - NOTHING POSTED".
           MOVE SR-SOURCE (SRC-IDX) TO SL-SOURCE.
           MOVE SR-DEBITS (SRC-IDX) TO SL-DEBITS-O.
           MOVE SR-CREDITS (SRC-IDX) TO SL-CREDITS-O.
           IF SR-RETURNED (SRC-IDX)
               MOVE '*CLOSED PERIOD*' TO SL-BALANCE-O
               SUBTRACT SR-DEBITS (SRC-IDX) FROM TOT-DEBITS-WS
               SUBTRACT SR-CREDITS (SRC-IDX) FROM TOT-CREDITS-WS
               ADD +1 TO SOURCES-RETURNED
               WRITE GLRPT-REC FROM GL-SOURCE-LINE
               GO TO 720-EXIT.
           IF SR-DEBITS (SRC-IDX) = SR-CREDITS (SRC-IDX)
               MOVE 'IN BALANCE' TO SL-BALANCE-O
           ELSE
           EXIT.

       750-POST-ONE-RECORD.
           IF BATCH-SOURCE-SUB (BATCH-SUB-WS) > ZERO
               IF SR-RETURNED (BATCH-SOURCE-SUB (BATCH-SUB-WS))
                   WRITE GLREJECT-REC
                       FROM BATCH-IMAGE-WS (BATCH-SUB-WS)
                   ADD +1 TO POSTINGS-RETURNED
                   ADD +1 TO
                       SR-RETURN-COUNT (BATCH-SOURCE-SUB (BATCH-SUB-WS))
                   GO TO 750-EXIT.
           WRITE GLPOST-REC FROM BATCH-IMAGE-WS (BATCH-SUB-WS).
       750-EXIT.
           EXIT.

      * One line per returned source after the batch is written.
       760-LIST-RETURNED-SOURCE.
           IF NOT SR-RETURNED (SRC-IDX)
               GO TO 760-EXIT.
           MOVE SR-SOURCE (SRC-IDX) TO RL-SOURCE.
           MOVE SR-RETURN-COUNT (SRC-IDX) TO RL-COUNT-O.
           WRITE GLRPT-REC FROM GL-RETURN-LINE.
       760-EXIT.
           EXIT.


       900-READ-GLIN.
           READ GLIN
               AT END MOVE "N" TO MORE-GLIN-SW
       999-CLEANUP.
           DISPLAY "POSTINGS READ:  " POSTINGS-READ.
           DISPLAY "EDIT FAILURES:  " EDIT-FAILURES.
           DISPLAY "RETURNED:       " POSTINGS-RETURNED.
           CLOSE GLIN, GLPOST, GLRPT, GLREJECT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.
