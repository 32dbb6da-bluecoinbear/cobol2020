       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APRECON.
      * Bank reconciliation for the AP payment master APDISB keeps,
      * done the way CHKRECON reconciles the claim checks. Reads
      * the paid-items file for the AP bank account, marks each
      * matched check cleared with the date the bank paid it, and
      * flags paid-amount mismatches, unknown check numbers, checks
      * the bank paid after they were voided and numbers that were
      * ACH credits. A second pass sweeps the whole master: still-
      * outstanding checks are listed for the reconciler, and an
      * outstanding check issued before the stale cutoff (six
      * months ahead of the business date) is voided onto the
      * unclaimed-funds report so finance can start escheatment.
      * ACH credits never come through the paid-items file, so the
      * sweep leaves them alone.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APBANKPD  ASSIGN TO APBANKPD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS APBANKPD-ST.
           SELECT APPAYMST  ASSIGN TO APPAYMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APY-PAYMENT-NO
                  FILE STATUS IS APPAYMST-STATUS.
           SELECT APRECRPT  ASSIGN TO APRECRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS APRECRPT-ST.
           SELECT APUNCLM   ASSIGN TO APUNCLM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS APUNCLM-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
      * The bank's paid-items layout, the same for both accounts.
       FD  APBANKPD
           RECORD CONTAINS 80 CHARACTERS.
       01  APBANKPD-REC.
           05 BP-CHECK-NO                       PIC 9(08).
           05 BP-PAID-DATE                      PIC 9(08).
           05 BP-PAID-AMOUNT                    PIC S9(7)V99.
           05 FILLER                            PIC X(55).

       FD  APPAYMST
           RECORD CONTAINS 80 CHARACTERS.
           COPY APPAYMST.

       FD  APRECRPT
           RECORD CONTAINS 110 CHARACTERS.
       01  APRECRPT-REC                         PIC X(110).

       FD  APUNCLM
           RECORD CONTAINS 110 CHARACTERS.
       01  APUNCLM-REC                          PIC X(110).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       01  RUNPARM-FILE-REC                     PIC X(20).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-BANK-ITEMS-SW                PIC X(01)  VALUE 'Y'.
               88 NO-MORE-BANK-ITEMS                       VALUE 'N'.
           05 MORE-PAYMENTS-SW                  PIC X(01)  VALUE 'Y'.
               88 NO-MORE-PAYMENTS                         VALUE 'N'.
           05 BANKPD-AVAILABLE-SW               PIC X(01)  VALUE 'N'.
               88 BANKPD-AVAILABLE                         VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 APBANKPD-ST                       PIC X(02).
               88 APBANKPD-OK                              VALUE '00'.
               88 APBANKPD-MISSING                         VALUE '35'.
           05 APPAYMST-STATUS                   PIC X(02).
               88 APPAYMST-OK                              VALUE '00'.
               88 APPAYMST-FOUND                           VALUE '00'.
           05 APRECRPT-ST                       PIC X(02).
               88 APRECRPT-OK                              VALUE '00'.
           05 APUNCLM-ST                        PIC X(02).
               88 APUNCLM-OK                               VALUE '00'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 BANK-ITEMS-READ                   PIC 9(07)  VALUE ZERO.
           05 CHECKS-CLEARED                    PIC 9(07)  VALUE ZERO.
           05 CLEARED-AMOUNT-WS                 PIC 9(11)V99
                                                           VALUE ZERO.
           05 MISMATCH-COUNT                    PIC 9(07)  VALUE ZERO.
           05 UNKNOWN-COUNT                     PIC 9(07)  VALUE ZERO.
           05 OUTSTANDING-COUNT                 PIC 9(07)  VALUE ZERO.
           05 OUTSTANDING-AMOUNT-WS             PIC 9(11)V99
                                                           VALUE ZERO.
           05 STALE-COUNT                       PIC 9(07)  VALUE ZERO.
           05 STALE-AMOUNT-WS                   PIC 9(11)V99
                                                           VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).
           05 CURR-DATE-WS-X REDEFINES CURR-DATE-WS.
               10 CURR-YEAR                     PIC 9(04).
               10 CURR-MONTH                    PIC 9(02).
               10 CURR-DAY                      PIC 9(02).
      * Checks issued before this date are stale: the business
      * date's month less the stale age, same day.
           05 STALE-CUTOFF-DATE-WS              PIC 9(08).
           05 STALE-CUTOFF-X REDEFINES STALE-CUTOFF-DATE-WS.
               10 CUT-YEAR                      PIC 9(04).
               10 CUT-MONTH                     PIC 9(02).
               10 CUT-DAY                       PIC 9(02).
           05 WORK-MONTHS-WS                    PIC S9(07).

           COPY RUNPARM.

      * Months a check may stay outstanding before it is voided to
      * the unclaimed-funds report.
       77  STALE-AGE-MONTHS-WS                  PIC 9(02)  VALUE 06.

       01  RECON-HEADING-LINE.
           05 FILLER                            PIC X(30)
                  VALUE 'AP CHECK RECONCILIATION       '.
           05 RH-DATE                           PIC 9(08).

       01  RECON-COLUMN-LINE.
           05 FILLER                            PIC X(10)
                  VALUE 'CHECK'.
           05 FILLER                            PIC X(12)
                  VALUE 'SUPPLIER'.
           05 FILLER                            PIC X(12)
                  VALUE 'ISSUED'.
           05 FILLER                            PIC X(16)
                  VALUE '           CHECK'.
           05 FILLER                            PIC X(16)
                  VALUE '            BANK'.
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 FILLER                            PIC X(20)
                  VALUE 'STATUS'.

       01  RECON-DETAIL-LINE.
           05 RD-CHECK-NO                       PIC 9(08).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 RD-SUPPLIER-CODE                  PIC X(10).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 RD-ISSUE-DATE                     PIC XXXX/XX/XX.
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 RD-CHECK-AMOUNT-O                 PIC $$$,$$$,$$9.99.
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 RD-BANK-AMOUNT-O                  PIC $$$,$$$,$$9.99.
           05 FILLER                            PIC X(04)  VALUE SPACES.
           05 RD-STATUS-O                       PIC X(26).

       01  RECON-TOTAL-LINE.
           05 FILLER                            PIC X(10)
                  VALUE 'CLEARED:  '.
           05 RT-CLEARED-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(09)
                  VALUE '  TOTAL: '.
           05 RT-CLEARED-AMT-O                  PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                            PIC X(14)
                  VALUE '  MISMATCHES: '.
           05 RT-MISMATCH-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(11)
                  VALUE '  UNKNOWN: '.
           05 RT-UNKNOWN-O                      PIC ZZZ,ZZ9.

       01  OUTSTANDING-HEADING-LINE.
           05 FILLER                            PIC X(30)
                  VALUE 'OUTSTANDING CHECKS'.

       01  OUTSTANDING-TOTAL-LINE.
           05 FILLER                            PIC X(14)
                  VALUE 'OUTSTANDING:  '.
           05 OT-COUNT-O                        PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(09)
                  VALUE '  TOTAL: '.
           05 OT-AMOUNT-O                       PIC $$$,$$$,$$$,$$9.99.

       01  UNCLM-HEADING-LINE.
           05 FILLER                            PIC X(30)
                  VALUE 'AP UNCLAIMED FUNDS (STALE)    '.
           05 UH-DATE                           PIC 9(08).

       01  UNCLM-COLUMN-LINE.
           05 FILLER                            PIC X(10)
                  VALUE 'CHECK'.
           05 FILLER                            PIC X(12)
                  VALUE 'ISSUED'.
           05 FILLER                            PIC X(12)
                  VALUE 'SUPPLIER'.
           05 FILLER                            PIC X(17)
                  VALUE 'PAYEE'.
           05 FILLER                            PIC X(16)
                  VALUE '          AMOUNT'.

       01  UNCLM-DETAIL-LINE.
           05 UD-CHECK-NO                       PIC 9(08).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 UD-ISSUE-DATE                     PIC XXXX/XX/XX.
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 UD-SUPPLIER-CODE                  PIC X(10).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 UD-PAYEE-NAME                     PIC X(15).
           05 FILLER                            PIC X(02)  VALUE SPACES.
           05 UD-AMOUNT-O                       PIC $$$,$$$,$$9.99.

       01  UNCLM-TOTAL-LINE.
           05 FILLER                            PIC X(21)
                  VALUE 'STALE CHECKS VOIDED: '.
           05 UT-COUNT-O                        PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(09)
                  VALUE '  TOTAL: '.
           05 UT-AMOUNT-O                       PIC $$$,$$$,$$$,$$9.99.

       01  BLANK-LINE                           PIC X(110) VALUE SPACES.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAINLINE
               UNTIL NO-MORE-BANK-ITEMS.
           PERFORM 700-WRITE-RECON-TOTALS THRU 700-EXIT.
           PERFORM 400-SWEEP-PAYMENT-MASTER THRU 400-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF MISMATCH-COUNT > ZERO OR UNKNOWN-COUNT > ZERO
               MOVE +4 TO RETURN-CODE
           ELSE
               MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS.
           PERFORM 060-COMPUTE-STALE-CUTOFF.
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE CURR-DATE-WS TO RH-DATE, UH-DATE.
           WRITE APRECRPT-REC FROM RECON-HEADING-LINE.
           WRITE APRECRPT-REC FROM RECON-COLUMN-LINE.
           WRITE APUNCLM-REC FROM UNCLM-HEADING-LINE.
           WRITE APUNCLM-REC FROM UNCLM-COLUMN-LINE.
           PERFORM 900-READ-BANK-ITEM THRU 900-EXIT.

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

      * The cutoff is the business date moved back the stale age in
      * whole months, computed on a year*12+month number line so a
      * January run lands in the prior year correctly.
       060-COMPUTE-STALE-CUTOFF.
           COMPUTE WORK-MONTHS-WS =
               (CURR-YEAR * 12) + CURR-MONTH - STALE-AGE-MONTHS-WS - 1.
           DIVIDE WORK-MONTHS-WS BY 12
               GIVING CUT-YEAR REMAINDER CUT-MONTH.
           ADD 1 TO CUT-MONTH.
           MOVE CURR-DAY TO CUT-DAY.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-MATCH-ONE-ITEM THRU 200-EXIT.
           PERFORM 900-READ-BANK-ITEM THRU 900-EXIT.

       200-MATCH-ONE-ITEM.
           MOVE BP-CHECK-NO TO APY-PAYMENT-NO.
           READ APPAYMST.
           IF NOT APPAYMST-FOUND
               MOVE BP-CHECK-NO    TO RD-CHECK-NO
               MOVE SPACES         TO RD-SUPPLIER-CODE, RD-ISSUE-DATE
               MOVE ZERO           TO RD-CHECK-AMOUNT-O
               MOVE BP-PAID-AMOUNT TO RD-BANK-AMOUNT-O
               MOVE 'NOT ON PAYMENT MASTER' TO RD-STATUS-O
               WRITE APRECRPT-REC FROM RECON-DETAIL-LINE
               ADD +1 TO UNKNOWN-COUNT
               GO TO 200-EXIT.
           PERFORM 280-FILL-RECON-DETAIL THRU 280-EXIT.
           IF APY-VOIDED OR APY-STALE-VOIDED
               MOVE 'BANK PAID A VOIDED CHECK' TO RD-STATUS-O
               PERFORM 290-WRITE-MISMATCH THRU 290-EXIT
               GO TO 200-EXIT.
      * The number belongs to an ACH credit - no check was ever
      * printed under it.
           IF APY-BY-ACH
               MOVE 'NUMBER WAS AN ACH PAYMENT' TO RD-STATUS-O
               PERFORM 290-WRITE-MISMATCH THRU 290-EXIT
               GO TO 200-EXIT.
           IF APY-CLEARED
               MOVE 'CHECK ALREADY CLEARED' TO RD-STATUS-O
               PERFORM 290-WRITE-MISMATCH THRU 290-EXIT
               GO TO 200-EXIT.
           IF BP-PAID-AMOUNT NOT = APY-AMOUNT
               MOVE 'PAID AMOUNT MISMATCH' TO RD-STATUS-O
               PERFORM 290-WRITE-MISMATCH THRU 290-EXIT
               GO TO 200-EXIT.
           MOVE 'C'          TO APY-STATUS.
           MOVE BP-PAID-DATE TO APY-CLEARED-DATE.
           REWRITE APY-PAYMENT-REC.
           MOVE 'CLEARED' TO RD-STATUS-O.
           WRITE APRECRPT-REC FROM RECON-DETAIL-LINE.
           ADD +1         TO CHECKS-CLEARED.
           ADD APY-AMOUNT TO CLEARED-AMOUNT-WS.
       200-EXIT.
           EXIT.

       280-FILL-RECON-DETAIL.
           MOVE APY-PAYMENT-NO    TO RD-CHECK-NO.
           MOVE APY-SUPPLIER-CODE TO RD-SUPPLIER-CODE.
           MOVE APY-ISSUE-DATE    TO RD-ISSUE-DATE.
           MOVE APY-AMOUNT        TO RD-CHECK-AMOUNT-O.
           MOVE BP-PAID-AMOUNT    TO RD-BANK-AMOUNT-O.
       280-EXIT.
           EXIT.

       290-WRITE-MISMATCH.
           WRITE APRECRPT-REC FROM RECON-DETAIL-LINE.
           ADD +1 TO MISMATCH-COUNT.
       290-EXIT.
           EXIT.

      * Full sweep of the payment master after the bank items are
      * applied: any check still issued is outstanding, and an
      * outstanding check older than the cutoff is voided onto the
      * unclaimed-funds report.
       400-SWEEP-PAYMENT-MASTER.
           MOVE "400-SWEEP-PAYMENT-MASTER" TO PARA-NAME.
           WRITE APRECRPT-REC FROM BLANK-LINE.
           WRITE APRECRPT-REC FROM OUTSTANDING-HEADING-LINE.
           MOVE ZERO TO APY-PAYMENT-NO.
           START APPAYMST KEY IS NOT LESS THAN APY-PAYMENT-NO
               INVALID KEY MOVE 'N' TO MORE-PAYMENTS-SW
           END-START.
           PERFORM 410-SWEEP-ONE-PAYMENT THRU 410-EXIT
               UNTIL NO-MORE-PAYMENTS.
           MOVE OUTSTANDING-COUNT     TO OT-COUNT-O.
           MOVE OUTSTANDING-AMOUNT-WS TO OT-AMOUNT-O.
           WRITE APRECRPT-REC FROM OUTSTANDING-TOTAL-LINE.
           MOVE STALE-COUNT     TO UT-COUNT-O.
           MOVE STALE-AMOUNT-WS TO UT-AMOUNT-O.
           WRITE APUNCLM-REC FROM UNCLM-TOTAL-LINE.
       400-EXIT.
           EXIT.

       410-SWEEP-ONE-PAYMENT.
           READ APPAYMST NEXT RECORD
               AT END MOVE 'N' TO MORE-PAYMENTS-SW
               GO TO 410-EXIT
           END-READ.
           IF NOT APY-ISSUED OR APY-BY-ACH
               GO TO 410-EXIT.
           IF APY-ISSUE-DATE < STALE-CUTOFF-DATE-WS
               PERFORM 450-VOID-STALE-CHECK THRU 450-EXIT
               GO TO 410-EXIT.
           MOVE APY-PAYMENT-NO    TO RD-CHECK-NO.
           MOVE APY-SUPPLIER-CODE TO RD-SUPPLIER-CODE.
           MOVE APY-ISSUE-DATE    TO RD-ISSUE-DATE.
           MOVE APY-AMOUNT        TO RD-CHECK-AMOUNT-O.
           MOVE ZERO              TO RD-BANK-AMOUNT-O.
           MOVE 'OUTSTANDING'     TO RD-STATUS-O.
           WRITE APRECRPT-REC FROM RECON-DETAIL-LINE.
           ADD +1         TO OUTSTANDING-COUNT.
           ADD APY-AMOUNT TO OUTSTANDING-AMOUNT-WS.
       410-EXIT.
           EXIT.

       450-VOID-STALE-CHECK.
           MOVE 'S' TO APY-STATUS.
           REWRITE APY-PAYMENT-REC.
           MOVE APY-PAYMENT-NO    TO UD-CHECK-NO.
           MOVE APY-ISSUE-DATE    TO UD-ISSUE-DATE.
           MOVE APY-SUPPLIER-CODE TO UD-SUPPLIER-CODE.
           MOVE APY-PAYEE-NAME    TO UD-PAYEE-NAME.
           MOVE APY-AMOUNT        TO UD-AMOUNT-O.
           WRITE APUNCLM-REC FROM UNCLM-DETAIL-LINE.
           ADD +1         TO STALE-COUNT.
           ADD APY-AMOUNT TO STALE-AMOUNT-WS.
       450-EXIT.
           EXIT.

       700-WRITE-RECON-TOTALS.
           MOVE CHECKS-CLEARED    TO RT-CLEARED-O.
           MOVE CLEARED-AMOUNT-WS TO RT-CLEARED-AMT-O.
           MOVE MISMATCH-COUNT    TO RT-MISMATCH-O.
           MOVE UNKNOWN-COUNT     TO RT-UNKNOWN-O.
           WRITE APRECRPT-REC FROM RECON-TOTAL-LINE.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
      * No paid-items file this run still sweeps the master for
      * outstanding and stale checks.
           OPEN INPUT APBANKPD.
           IF APBANKPD-OK
               MOVE 'Y' TO BANKPD-AVAILABLE-SW
           ELSE
               DISPLAY "NO BANK PAID-ITEMS FILE THIS RUN"
               MOVE 'N' TO MORE-BANK-ITEMS-SW.
           OPEN I-O APPAYMST.
           IF NOT APPAYMST-OK
               MOVE "AP PAYMENT MASTER PROBLEM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN OUTPUT APRECRPT.
           OPEN OUTPUT APUNCLM.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE APPAYMST, APRECRPT, APUNCLM.
           IF BANKPD-AVAILABLE
               CLOSE APBANKPD.
       850-EXIT.
           EXIT.

       900-READ-BANK-ITEM.
           IF NO-MORE-BANK-ITEMS
               GO TO 900-EXIT.
           READ APBANKPD
               AT END MOVE 'N' TO MORE-BANK-ITEMS-SW
               GO TO 900-EXIT
           END-READ.
           ADD +1 TO BANK-ITEMS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "BANK ITEMS READ:   " BANK-ITEMS-READ.
           DISPLAY "CHECKS CLEARED:    " CHECKS-CLEARED.
           DISPLAY "STALE VOIDED:      " STALE-COUNT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - APRECON ***"
               UPON CONSOLE.
           DISPLAY ABEND-REASON UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
