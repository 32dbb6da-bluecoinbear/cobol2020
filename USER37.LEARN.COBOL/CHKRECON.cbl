      * reconciler, and an outstanding check issued before the stale
      * cutoff (six months ahead of the business date) is
      * automatically voided onto the unclaimed-funds report so
      * finance can start escheatment. Payments CLAIMPAY sent by
      * EFT never come through the paid-items file, so the sweep
      * leaves them off the outstanding list and never stale-voids
      * them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           IF PAY-VOIDED OR PAY-STALE-VOIDED
              PERFORM 260-REPORT-PAID-VOID
           ELSE
           IF PAY-BY-EFT
              PERFORM 265-REPORT-PAID-EFT
           ELSE
           IF BP-PAID-AMOUNT NOT = PAY-AMOUNT
              PERFORM 270-REPORT-MISMATCH
           ELSE
              PERFORM 300-CLEAR-CHECK
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 170-READ-BANK-ITEM.

           WRITE RECON-LINE FROM RECON-DETAIL-LINE.
           ADD 1 TO MISMATCH-COUNT-WS.

      * The number belongs to an EFT payment - no check was ever
      * printed under it.
       265-REPORT-PAID-EFT.
           PERFORM 280-FILL-RECON-DETAIL.
           MOVE 'NUMBER WAS AN EFT PAYMENT' TO RCN-STATUS-OUT.
           WRITE RECON-LINE FROM RECON-DETAIL-LINE.
           ADD 1 TO MISMATCH-COUNT-WS.

       270-REPORT-MISMATCH.
           PERFORM 280-FILL-RECON-DETAIL.
           MOVE 'PAID AMOUNT MISMATCH' TO RCN-STATUS-OUT.
                 MOVE 'Y' TO PAYMSTR-EOF-SW
           END-READ.
           IF NOT NO-MORE-PAYMENTS
              IF PAY-ISSUED AND NOT PAY-BY-EFT
                 IF PAY-ISSUE-DATE < STALE-CUTOFF-DATE-WS
                    PERFORM 450-VOID-STALE-CHECK
                 ELSE
