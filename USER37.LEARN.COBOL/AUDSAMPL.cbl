       IDENTIFICATION DIVISION.
       PROGRAM-ID.      AUDSAMPL.
      * Monthly claims payment audit sampler. Internal audit used to
      * pull printed claims at random off the CLAIMRPT report and
      * kept no record of what was pulled. This run draws the sample
      * for the month of the business date from the claims actually
      * adjudicated in it - paid claims off the claim history, and
      * declines off the EOB extract - and records every claim it
      * picks on the audit sample master, where AUDFMNT later posts
      * what the auditor found.
      *
      * The sample is sized for attribute testing: 95 percent
      * confidence that the error rate is within three points of an
      * expected five, giving about 203 claims before the finite
      * population correction shrinks it for a small month. Each
      * claim carries a selection weight - 1, plus 2 when it is high
      * dollar, plus 2 when the payment came out of an appeal - and
      * is picked with chance proportional to its weight, so the
      * claims most worth looking at turn up more often. The inverse
      * of that chance is kept with the sample entry so AUDACRPT
      * can weight the accuracy rates back to the whole month.
      *
      * Two passes over the inputs: the first counts the population
      * and its total weight, the second draws. The random stream is
      * seeded from the business date, which is printed, so the
      * draw can be reproduced. A month already sampled is not drawn
      * again - the findings already posted against it would be
      * lost.
      *
      * Output is the auditor worksheet, one line per sampled claim
      * with blank columns for the finding, and the findings input
      * file, pre-filled with each claim's identity for the auditor
      * to complete and feed back through AUDFMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLMHIST
             ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS CLMHIST-ST.
           SELECT EOBFILE
             ASSIGN TO EOBFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EOBFILE-ST.
           SELECT AUDSAMP
             ASSIGN TO AUDSAMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-SAMPLE-KEY
               FILE STATUS IS AUDSAMP-ST.
           SELECT AUDWKSH
             ASSIGN TO AUDWKSH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDWKSH-ST.
           SELECT AUDFIND
             ASSIGN TO AUDFIND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDFIND-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  CLMHIST
           RECORD CONTAINS 120 CHARACTERS.
           COPY CLMHIST.

       FD  EOBFILE
           RECORD CONTAINS 160 CHARACTERS.
           COPY EOBFILE.

       FD  AUDSAMP
           RECORD CONTAINS 150 CHARACTERS.
           COPY AUDSAMP.

       FD  AUDWKSH
           RECORD CONTAINS 132 CHARACTERS.
       01 AUDWKSH-LINE                PIC X(132).

       FD  AUDFIND
           RECORD CONTAINS 80 CHARACTERS.
           COPY AUDFIND.

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 CLMHIST-ST                PIC X(2).
               88 CLMHIST-OK                       VALUE '00'.
               88 CLMHIST-MISSING                  VALUE '35'.
           05 EOBFILE-ST                PIC X(2).
               88 EOBFILE-OK                       VALUE '00'.
               88 EOBFILE-MISSING                  VALUE '35'.
           05 AUDSAMP-ST                PIC X(2).
               88 AUDSAMP-OK                       VALUE '00'.
               88 AUDSAMP-MISSING                  VALUE '35'.
           05 AUDWKSH-ST                PIC X(2).
               88 AUDWKSH-OK                       VALUE '00'.
           05 AUDFIND-ST                PIC X(2).
               88 AUDFIND-OK                       VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 CLMHIST-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-HISTORY                  VALUE 'Y'.
           05 EOBFILE-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-EOBS                     VALUE 'Y'.
           05 ALREADY-SAMPLED-SW        PIC X(1)   VALUE 'N'.
               88 MONTH-ALREADY-SAMPLED            VALUE 'Y'.

      * Sampling parameters. A claim paying (or, for a decline,
      * billing) the high-dollar amount or more is over-weighted.
       77 HIGH-DOLLAR-WS                PIC 9(7)V99 VALUE 10000.00.
       77 CONFIDENCE-Z-WS               PIC 9V99    VALUE 1.96.
       77 EXPECTED-ERROR-WS             PIC V99     VALUE .05.
       77 PRECISION-WS                  PIC V99     VALUE .03.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 HISTORY-READ-WS           PIC S9(7)    VALUE ZERO.
           05 EOBS-READ-WS              PIC S9(7)    VALUE ZERO.
           05 PAID-POPULATION-WS        PIC S9(7)    VALUE ZERO.
           05 DECLINE-POPULATION-WS     PIC S9(7)    VALUE ZERO.
           05 POPULATION-WS             PIC S9(7)    VALUE ZERO.
           05 WEIGHT-TOTAL-WS           PIC S9(9)    VALUE ZERO.
           05 PAID-SAMPLED-WS           PIC S9(5)    VALUE ZERO.
           05 DECLINE-SAMPLED-WS        PIC S9(5)    VALUE ZERO.
           05 SAMPLE-NO-WS              PIC 9(04)    VALUE ZERO.

       01 SAMPLE-SIZE-WORK-WS.
           05 BASE-SIZE-WS              PIC S9(5)V99 VALUE ZERO.
           05 TARGET-SIZE-WS            PIC S9(5)    VALUE ZERO.
           05 CLAIM-WEIGHT-WS           PIC 9(01)    VALUE ZERO.
           05 SELECT-PROB-WS            PIC 9V9(6)   VALUE ZERO.
           05 EXPANSION-FACTOR-WS       PIC 9(5)V99  VALUE ZERO.
           05 RANDOM-WS                 PIC V9(9)    VALUE ZERO.
           05 SEED-WS                   PIC 9(08)    VALUE ZERO.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-DATE-X REDEFINES CURR-DATE-WS.
               10 SAMPLE-PERIOD-WS      PIC 9(06).
               10 FILLER                PIC 9(02).

       01 HEADING-ONE.
           05 HDG-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(30)  VALUE SPACES.
           05 FILLER                    PIC X(36)
                  VALUE 'Claims Payment Audit Worksheet'.
           05 FILLER                    PIC X(14)
                  VALUE 'SAMPLE MONTH: '.
           05 HDG-PERIOD                PIC XXXX/XX.

       01 LEGEND-LINE.
           05 FILLER                    PIC X(46)
                  VALUE 'FINDING: C CORRECT  O OVER-PAID  U UNDER-PAID'.
           05 FILLER                    PIC X(21)
                  VALUE '  R WRONG REASON CODE'.

       01 WORKSHEET-COLUMNS.
           05 FILLER                    PIC X(06)  VALUE 'SAMP'.
           05 FILLER                    PIC X(06)  VALUE 'SRC'.
           05 FILLER                    PIC X(13)  VALUE 'POLICY'.
           05 FILLER                    PIC X(06)  VALUE 'SEQ'.
           05 FILLER                    PIC X(23)  VALUE 'MEMBER'.
           05 FILLER                    PIC X(12)  VALUE 'SERVICE'.
           05 FILLER                    PIC X(15)
                  VALUE '       BILLED'.
           05 FILLER                    PIC X(15)
                  VALUE '         PAID'.
           05 FILLER                    PIC X(06)  VALUE 'RSN'.
           05 FILLER                    PIC X(11)  VALUE 'FLAGS'.
           05 FILLER                    PIC X(19)
                  VALUE 'F   CORR AMT   RSN'.

       01 WORKSHEET-LINE.
           05 WKL-SAMPLE-NO             PIC ZZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 WKL-SOURCE                PIC X(04).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 WKL-POLICY-NO             PIC 9B999B99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 WKL-CLAIM-SEQ             PIC ZZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 WKL-LAST-NAME             PIC X(10).
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 WKL-FIRST-NAME            PIC X(10).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 WKL-SERVICE-DATE          PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 WKL-BILLED                PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 WKL-PAID                  PIC $$,$$$,$$9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 WKL-REASON                PIC X(04).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 WKL-HIGH-DOLLAR           PIC X(04).
           05 WKL-APPEAL                PIC X(04).
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 FILLER                    PIC X(19)
                  VALUE '_   _________  ____'.

       01 NO-SAMPLE-LINE.
           05 FILLER                    PIC X(50)
                  VALUE '    NO ADJUDICATED CLAIMS IN THE SAMPLE MONTH'.

       01 TRAILER-COUNT-LINE.
           05 TRL-LABEL                 PIC X(36).
           05 TRL-COUNT-O               PIC ZZZ,ZZZ,ZZ9.

       01 TRAILER-SEED-LINE.
           05 FILLER                    PIC X(36)
                  VALUE 'RANDOM SEED:'.
           05 TRL-SEED-O                PIC 9(08).

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           IF MONTH-ALREADY-SAMPLED
              DISPLAY 'SAMPLE ALREADY DRAWN FOR ' SAMPLE-PERIOD-WS
                 ' - NOT DRAWN AGAIN'
              CLOSE AUDSAMP
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 120-OPEN-FILES.
           PERFORM 200-COUNT-PAID-CLAIM UNTIL NO-MORE-HISTORY.
           PERFORM 230-COUNT-DECLINE UNTIL NO-MORE-EOBS.
           PERFORM 300-SIZE-SAMPLE.
           PERFORM 350-REOPEN-INPUTS.
           PERFORM 400-DRAW-PAID-CLAIM UNTIL NO-MORE-HISTORY.
           PERFORM 430-DRAW-DECLINE UNTIL NO-MORE-EOBS.
           IF SAMPLE-NO-WS = ZERO
              WRITE AUDWKSH-LINE FROM NO-SAMPLE-LINE
           END-IF.
           PERFORM 700-WRITE-TRAILER.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           OPEN I-O AUDSAMP
           IF AUDSAMP-MISSING
              OPEN OUTPUT AUDSAMP
              CLOSE AUDSAMP
              OPEN I-O AUDSAMP
           END-IF.
           IF NOT AUDSAMP-OK
              DISPLAY 'AUDIT SAMPLE MASTER PROBLEM'
              GO TO 999-ERROR-RTN.
           PERFORM 110-CHECK-MONTH-SAMPLED.

      * Inputs and outputs are opened only once the month is known
      * not to have been drawn, so a rerun leaves the last worksheet
      * and findings file alone.
       120-OPEN-FILES.
           OPEN INPUT CLMHIST
           IF CLMHIST-MISSING
              DISPLAY 'NO CLAIM HISTORY FILE - NO PAID CLAIMS'
              MOVE 'Y' TO CLMHIST-EOF-SW
           ELSE
           IF NOT CLMHIST-OK
              DISPLAY 'CLAIM HISTORY FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT EOBFILE
           IF EOBFILE-MISSING
              DISPLAY 'NO EOB EXTRACT - NO DECLINES'
              MOVE 'Y' TO EOBFILE-EOF-SW
           ELSE
           IF NOT EOBFILE-OK
              DISPLAY 'EOB EXTRACT PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT AUDWKSH
           IF NOT AUDWKSH-OK
              DISPLAY 'AUDIT WORKSHEET FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT AUDFIND
           IF NOT AUDFIND-OK
              DISPLAY 'AUDIT FINDINGS FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS      TO HDG-DATE.
           MOVE SAMPLE-PERIOD-WS  TO HDG-PERIOD.
           WRITE AUDWKSH-LINE FROM HEADING-ONE.
           WRITE AUDWKSH-LINE FROM LEGEND-LINE.
           MOVE SPACES TO AUDWKSH-LINE.
           WRITE AUDWKSH-LINE.
           WRITE AUDWKSH-LINE FROM WORKSHEET-COLUMNS.
           PERFORM 180-READ-HISTORY.
           PERFORM 190-READ-EOB.

       105-CHECK-RUN-PARAMETERS.
           OPEN INPUT RUNPARM
           IF RUNPARM-OK
              READ RUNPARM INTO RUNPARM-REC
                 AT END
                    MOVE SPACE TO RP-DATE-OVERRIDE-SW
              END-READ
              CLOSE RUNPARM
              IF RP-DATE-OVERRIDDEN
                 MOVE RP-BUSINESS-DATE TO CURR-DATE-WS
              END-IF
           ELSE
              DISPLAY 'NO RUNPARM FILE - USING SYSTEM DATE'
           END-IF.

      * Any entry on the master under the sample month means the
      * month has been drawn already.
       110-CHECK-MONTH-SAMPLED.
           MOVE SAMPLE-PERIOD-WS TO AS-SAMPLE-MONTH.
           MOVE ZERO             TO AS-SAMPLE-NO.
           START AUDSAMP KEY IS NOT LESS THAN AS-SAMPLE-KEY
              INVALID KEY
                 CONTINUE
           END-START.
           IF AUDSAMP-OK
              READ AUDSAMP NEXT RECORD
                 AT END
                    CONTINUE
              END-READ
              IF AUDSAMP-OK
                 AND AS-SAMPLE-MONTH = SAMPLE-PERIOD-WS
                 MOVE 'Y' TO ALREADY-SAMPLED-SW
              END-IF
           END-IF.

       180-READ-HISTORY.
           IF NOT NO-MORE-HISTORY
              READ CLMHIST NEXT RECORD
                 AT END
                    MOVE 'Y' TO CLMHIST-EOF-SW
              END-READ
           END-IF.
           IF NOT NO-MORE-HISTORY
              ADD 1 TO HISTORY-READ-WS
           END-IF.

       190-READ-EOB.
           IF NOT NO-MORE-EOBS
              READ EOBFILE
                 AT END
                    MOVE 'Y' TO EOBFILE-EOF-SW
              END-READ
           END-IF.
           IF NOT NO-MORE-EOBS
              ADD 1 TO EOBS-READ-WS
           END-IF.

      * First pass - the month's population and its total weight.
      * A paid claim belongs to the month its claims run fell in.
       200-COUNT-PAID-CLAIM.
           IF CH-RUN-DATE (1:6) = SAMPLE-PERIOD-WS
              PERFORM 250-WEIGHT-PAID-CLAIM
              ADD 1 TO PAID-POPULATION-WS
              ADD CLAIM-WEIGHT-WS TO WEIGHT-TOTAL-WS
           END-IF.
           PERFORM 180-READ-HISTORY.

      * Only declines are taken off the EOB extract - paid claims
      * come off the history, which carries the appeal flag, and a
      * pended claim has not been decided yet. Entries written
      * before the extract carried the run date are passed over.
       230-COUNT-DECLINE.
           IF EOB-CLAIM-DECLINED
              AND EOB-RUN-DATE NUMERIC
              AND EOB-RUN-DATE (1:6) = SAMPLE-PERIOD-WS
              PERFORM 260-WEIGHT-DECLINE
              ADD 1 TO DECLINE-POPULATION-WS
              ADD CLAIM-WEIGHT-WS TO WEIGHT-TOTAL-WS
           END-IF.
           PERFORM 190-READ-EOB.

       250-WEIGHT-PAID-CLAIM.
           MOVE 1 TO CLAIM-WEIGHT-WS.
           IF CH-CLAIM-AMOUNT-PAID NOT < HIGH-DOLLAR-WS
              ADD 2 TO CLAIM-WEIGHT-WS
           END-IF.
           IF CH-APPEALED
              ADD 2 TO CLAIM-WEIGHT-WS
           END-IF.

      * A decline has paid nothing, so its size is what was billed.
       260-WEIGHT-DECLINE.
           MOVE 1 TO CLAIM-WEIGHT-WS.
           IF EOB-BILLED-AMOUNT NOT < HIGH-DOLLAR-WS
              ADD 2 TO CLAIM-WEIGHT-WS
           END-IF.

      * Attribute sample size n0 = z * z * p * (1 - p) / (e * e),
      * then the finite population correction
      * n = n0 / (1 + (n0 - 1) / N). A month smaller than the sample
      * is taken whole.
       300-SIZE-SAMPLE.
           COMPUTE POPULATION-WS =
              PAID-POPULATION-WS + DECLINE-POPULATION-WS.
           COMPUTE BASE-SIZE-WS ROUNDED =
              (CONFIDENCE-Z-WS * CONFIDENCE-Z-WS
                 * EXPECTED-ERROR-WS * (1 - EXPECTED-ERROR-WS))
              / (PRECISION-WS * PRECISION-WS).
           IF POPULATION-WS > ZERO
              COMPUTE TARGET-SIZE-WS ROUNDED =
                 BASE-SIZE-WS /
                    (1 + ((BASE-SIZE-WS - 1) / POPULATION-WS))
              IF TARGET-SIZE-WS > POPULATION-WS
                 MOVE POPULATION-WS TO TARGET-SIZE-WS
              END-IF
              IF TARGET-SIZE-WS < 1
                 MOVE 1 TO TARGET-SIZE-WS
              END-IF
           END-IF.
           MOVE CURR-DATE-WS TO SEED-WS.
           COMPUTE RANDOM-WS = FUNCTION RANDOM (SEED-WS).

       350-REOPEN-INPUTS.
           IF NOT CLMHIST-MISSING
              CLOSE CLMHIST
              OPEN INPUT CLMHIST
              MOVE 'N' TO CLMHIST-EOF-SW
              PERFORM 180-READ-HISTORY
           END-IF.
           IF NOT EOBFILE-MISSING
              CLOSE EOBFILE
              OPEN INPUT EOBFILE
              MOVE 'N' TO EOBFILE-EOF-SW
              PERFORM 190-READ-EOB
           END-IF.

      * Second pass - the draw. Each claim in the month gets one
      * random number and is picked when it falls under the claim's
      * selection chance.
       400-DRAW-PAID-CLAIM.
           IF CH-RUN-DATE (1:6) = SAMPLE-PERIOD-WS
              PERFORM 250-WEIGHT-PAID-CLAIM
              PERFORM 450-DRAW-ONE-CLAIM
              IF RANDOM-WS < SELECT-PROB-WS
                 MOVE SPACES               TO AS-SAMPLE-REC
                 MOVE 'P'                  TO AS-SOURCE
                 MOVE CH-POLICY-NO         TO AS-POLICY-NO
                 MOVE CH-CLAIM-SEQ         TO AS-CLAIM-SEQ
                 MOVE CH-LAST-NAME         TO AS-LAST-NAME
                 MOVE CH-FIRST-NAME        TO AS-FIRST-NAME
                 MOVE CH-SERVICE-DATE      TO AS-SERVICE-DATE
                 MOVE CH-RUN-DATE          TO AS-RUN-DATE
                 MOVE CH-CLAIM-AMOUNT      TO AS-BILLED-AMOUNT
                 MOVE CH-CLAIM-AMOUNT-PAID TO AS-AMOUNT-PAID
                 MOVE SPACES               TO AS-REASON-CODE
                 MOVE CH-APPEAL-IND        TO AS-APPEAL-IND
                 IF CH-CLAIM-AMOUNT-PAID NOT < HIGH-DOLLAR-WS
                    MOVE 'Y' TO AS-HIGH-DOLLAR-IND
                 ELSE
                    MOVE 'N' TO AS-HIGH-DOLLAR-IND
                 END-IF
                 PERFORM 500-WRITE-SAMPLE-ENTRY
                 ADD 1 TO PAID-SAMPLED-WS
              END-IF
           END-IF.
           PERFORM 180-READ-HISTORY.

       430-DRAW-DECLINE.
           IF EOB-CLAIM-DECLINED
              AND EOB-RUN-DATE NUMERIC
              AND EOB-RUN-DATE (1:6) = SAMPLE-PERIOD-WS
              PERFORM 260-WEIGHT-DECLINE
              PERFORM 450-DRAW-ONE-CLAIM
              IF RANDOM-WS < SELECT-PROB-WS
                 MOVE SPACES               TO AS-SAMPLE-REC
                 MOVE 'D'                  TO AS-SOURCE
                 MOVE EOB-POLICY-NO        TO AS-POLICY-NO
                 MOVE ZERO                 TO AS-CLAIM-SEQ
                 MOVE EOB-LAST-NAME        TO AS-LAST-NAME
                 MOVE EOB-FIRST-NAME       TO AS-FIRST-NAME
                 MOVE EOB-SERVICE-DATE     TO AS-SERVICE-DATE
                 MOVE EOB-RUN-DATE         TO AS-RUN-DATE
                 MOVE EOB-BILLED-AMOUNT    TO AS-BILLED-AMOUNT
                 MOVE EOB-AMOUNT-PAID      TO AS-AMOUNT-PAID
                 MOVE EOB-REASON-CODE      TO AS-REASON-CODE
                 MOVE SPACE                TO AS-APPEAL-IND
                 IF EOB-BILLED-AMOUNT NOT < HIGH-DOLLAR-WS
                    MOVE 'Y' TO AS-HIGH-DOLLAR-IND
                 ELSE
                    MOVE 'N' TO AS-HIGH-DOLLAR-IND
                 END-IF
                 PERFORM 500-WRITE-SAMPLE-ENTRY
                 ADD 1 TO DECLINE-SAMPLED-WS
              END-IF
           END-IF.
           PERFORM 190-READ-EOB.

      * Selection chance is the sample size times the claim's share
      * of the month's total weight, capped at certainty.
       450-DRAW-ONE-CLAIM.
           COMPUTE SELECT-PROB-WS ROUNDED =
              (TARGET-SIZE-WS * CLAIM-WEIGHT-WS) / WEIGHT-TOTAL-WS
              ON SIZE ERROR
                 MOVE 1 TO SELECT-PROB-WS
           END-COMPUTE.
           IF SELECT-PROB-WS > 1
              MOVE 1 TO SELECT-PROB-WS
           END-IF.
           COMPUTE RANDOM-WS = FUNCTION RANDOM.

      * The caller has filled in the claim; this numbers it, adds it
      * to the master with the finding blank, and puts it on the
      * worksheet and the findings file.
       500-WRITE-SAMPLE-ENTRY.
           ADD 1 TO SAMPLE-NO-WS.
           MOVE SAMPLE-PERIOD-WS TO AS-SAMPLE-MONTH.
           MOVE SAMPLE-NO-WS     TO AS-SAMPLE-NO.
           MOVE CLAIM-WEIGHT-WS  TO AS-WEIGHT.
           COMPUTE EXPANSION-FACTOR-WS ROUNDED = 1 / SELECT-PROB-WS
              ON SIZE ERROR
                 MOVE 99999.99 TO EXPANSION-FACTOR-WS
           END-COMPUTE.
           MOVE EXPANSION-FACTOR-WS TO AS-EXPANSION-FACTOR.
           MOVE SPACE            TO AS-FINDING-CODE.
           MOVE ZERO             TO AS-CORRECT-AMOUNT.
           MOVE SPACES           TO AS-CORRECT-REASON.
           MOVE SPACES           TO AS-AUDITOR-ID.
           MOVE ZERO             TO AS-REVIEW-DATE.
           WRITE AS-SAMPLE-REC
              INVALID KEY
                 DISPLAY 'DUPLICATE SAMPLE KEY ' AS-SAMPLE-KEY
                 GO TO 999-ERROR-RTN
           END-WRITE.
           PERFORM 520-WRITE-WORKSHEET-LINE.
           PERFORM 540-WRITE-FINDING-ENTRY.

       520-WRITE-WORKSHEET-LINE.
           MOVE AS-SAMPLE-NO     TO WKL-SAMPLE-NO.
           IF AS-FROM-PAID
              MOVE 'PAID' TO WKL-SOURCE
           ELSE
              MOVE 'DECL' TO WKL-SOURCE
           END-IF.
           MOVE AS-POLICY-NO     TO WKL-POLICY-NO.
           INSPECT WKL-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE AS-CLAIM-SEQ     TO WKL-CLAIM-SEQ.
           MOVE AS-LAST-NAME     TO WKL-LAST-NAME.
           MOVE AS-FIRST-NAME    TO WKL-FIRST-NAME.
           MOVE AS-SERVICE-DATE  TO WKL-SERVICE-DATE.
           MOVE AS-BILLED-AMOUNT TO WKL-BILLED.
           MOVE AS-AMOUNT-PAID   TO WKL-PAID.
           MOVE AS-REASON-CODE   TO WKL-REASON.
           IF AS-HIGH-DOLLAR
              MOVE 'HI$ ' TO WKL-HIGH-DOLLAR
           ELSE
              MOVE SPACES TO WKL-HIGH-DOLLAR
           END-IF.
           IF AS-APPEALED
              MOVE 'APL ' TO WKL-APPEAL
           ELSE
              MOVE SPACES TO WKL-APPEAL
           END-IF.
           WRITE AUDWKSH-LINE FROM WORKSHEET-LINE.

       540-WRITE-FINDING-ENTRY.
           MOVE SPACES           TO AF-FINDING-REC.
           MOVE AS-SAMPLE-MONTH  TO AF-SAMPLE-MONTH.
           MOVE AS-SAMPLE-NO     TO AF-SAMPLE-NO.
           MOVE AS-SOURCE        TO AF-SOURCE.
           MOVE AS-POLICY-NO     TO AF-POLICY-NO.
           MOVE AS-CLAIM-SEQ     TO AF-CLAIM-SEQ.
           MOVE AS-AMOUNT-PAID   TO AF-AMOUNT-PAID.
           MOVE AS-REASON-CODE   TO AF-REASON-CODE.
           MOVE ZERO             TO AF-CORRECT-AMOUNT.
           WRITE AF-FINDING-REC.

       700-WRITE-TRAILER.
           MOVE SPACES TO AUDWKSH-LINE.
           WRITE AUDWKSH-LINE.
           MOVE 'PAID CLAIMS IN MONTH:' TO TRL-LABEL.
           MOVE PAID-POPULATION-WS      TO TRL-COUNT-O.
           WRITE AUDWKSH-LINE FROM TRAILER-COUNT-LINE.
           MOVE 'DECLINED CLAIMS IN MONTH:' TO TRL-LABEL.
           MOVE DECLINE-POPULATION-WS      TO TRL-COUNT-O.
           WRITE AUDWKSH-LINE FROM TRAILER-COUNT-LINE.
           MOVE 'TOTAL SELECTION WEIGHT:' TO TRL-LABEL.
           MOVE WEIGHT-TOTAL-WS           TO TRL-COUNT-O.
           WRITE AUDWKSH-LINE FROM TRAILER-COUNT-LINE.
           MOVE 'TARGET SAMPLE SIZE:' TO TRL-LABEL.
           MOVE TARGET-SIZE-WS        TO TRL-COUNT-O.
           WRITE AUDWKSH-LINE FROM TRAILER-COUNT-LINE.
           MOVE 'PAID CLAIMS SAMPLED:' TO TRL-LABEL.
           MOVE PAID-SAMPLED-WS        TO TRL-COUNT-O.
           WRITE AUDWKSH-LINE FROM TRAILER-COUNT-LINE.
           MOVE 'DECLINED CLAIMS SAMPLED:' TO TRL-LABEL.
           MOVE DECLINE-SAMPLED-WS         TO TRL-COUNT-O.
           WRITE AUDWKSH-LINE FROM TRAILER-COUNT-LINE.
           MOVE SEED-WS TO TRL-SEED-O.
           WRITE AUDWKSH-LINE FROM TRAILER-SEED-LINE.

       900-WRAP-UP.
           DISPLAY 'CLAIM HISTORY READ:  ' HISTORY-READ-WS.
           DISPLAY 'EOB ENTRIES READ:    ' EOBS-READ-WS.
           DISPLAY 'CLAIMS SAMPLED:      ' SAMPLE-NO-WS.
           IF NOT CLMHIST-MISSING
              CLOSE CLMHIST
           END-IF.
           IF NOT EOBFILE-MISSING
              CLOSE EOBFILE
           END-IF.
           CLOSE AUDSAMP, AUDWKSH, AUDFIND.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE CLMHIST, EOBFILE, AUDSAMP, AUDWKSH, AUDFIND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
