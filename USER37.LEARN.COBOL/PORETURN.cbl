      * debit memo as a negative open-payables item for APAGING to
      * net at payment time, and prints the returns register by
      * supplier with reason codes - the quality feed the supplier
      * scorecard wants. A lot-controlled (government-only) part
      * goes back by lot: the return must name a lot received on
      * the same PO, and the lot comes off the lot master through
      * the lot extract LOTPOST posts.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PR-PO-NUMBER
                  FILE STATUS IS PORECFIL-STATUS.
           SELECT PARTMSTR  ASSIGN TO PARTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WS-PART-NUMBER
                  FILE STATUS IS PARTMSTR-STATUS.
           SELECT LOTMSTR   ASSIGN TO LOTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LM-KEY
                  FILE STATUS IS LOTMSTR-STATUS.
           SELECT PORTNOUT  ASSIGN TO PORTNOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PORTNOUT-ST.
           SELECT PORTNLOT  ASSIGN TO PORTNLOT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PORTNLOT-ST.
           SELECT OPENPAY   ASSIGN TO OPENPAY
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS OPENPAY-ST.
           05 SR-UNIT-PRICE                     PIC S9(7)V99.
           05 SR-RETURN-DATE                    PIC 9(08).
           05 SR-REASON-CODE                    PIC X(03).
           05 SR-LOT-NUMBER                     PIC X(12).
           05 FILLER                            PIC X(02).

       FD  PORECFIL
           RECORD CONTAINS 60 CHARACTERS.
           COPY PORECFIL.

       FD  PARTMSTR
           RECORD CONTAINS 92 CHARACTERS.
       01  PARTMSTR-REC.
           COPY VARPARTS.

       FD  LOTMSTR
           RECORD CONTAINS 110 CHARACTERS.
           COPY LOTMSTR.

      * Issue transactions in the shop-floor layout PARTINV posts,
      * so the returned stock comes off the inventory master
      * through its existing path.
           05 PO-TRANS-DATE                     PIC 9(08).
           05 FILLER                            PIC X(41).

      * Lot returns for LOTPOST.
       FD  PORTNLOT
           RECORD CONTAINS 100 CHARACTERS.
           COPY LOTTRAN.

      * Debit memos appended as negative open items, netted by the
      * payment selection like any other item for the supplier.
       FD  OPENPAY
       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 LOT-CONTROLLED-SW                 PIC X(01)  VALUE 'N'.
               88 LOT-CONTROLLED                           VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 SUPRTRN-ST                        PIC X(02).
               88 SUPRTRN-OK                               VALUE '00'.
           05 PORECFIL-STATUS                   PIC X(02).
               88 PORECFIL-FOUND                           VALUE '00'.
           05 PARTMSTR-STATUS                   PIC X(02).
               88 PARTMSTR-FOUND                           VALUE '00'.
           05 LOTMSTR-STATUS                    PIC X(02).
               88 LOTMSTR-FOUND                            VALUE '00'.
           05 LOTMSTR-AVAILABLE-SW              PIC X(01)  VALUE 'N'.
               88 LOTMSTR-AVAILABLE                        VALUE 'Y'.
           05 PORTNLOT-ST                       PIC X(02).
               88 PORTNLOT-OK                              VALUE '00'.
           05 PORTNOUT-ST                       PIC X(02).
               88 PORTNOUT-OK                              VALUE '00'.
           05 OPENPAY-ST                        PIC X(02).
               WRITE RTRNRPT-REC FROM RTRN-REJECT-LINE
               ADD +1 TO RETURNS-REJECTED
               GO TO 400-EXIT.
           PERFORM 410-CHECK-LOT THRU 410-EXIT.
           IF RJ-REASON NOT = SPACES
               MOVE SR-PO-NUMBER TO RJ-PO-NUMBER
               WRITE RTRNRPT-REC FROM RTRN-REJECT-LINE
               ADD +1 TO RETURNS-REJECTED
               GO TO 400-EXIT.

      * The received-to-date drops by the return; a PO the receipt
      * had closed reopens, so the balance can be re-shipped.
           REWRITE PR-RECEIVING-REC.

           PERFORM 420-WRITE-ISSUE-EXTRACT THRU 420-EXIT.
           IF LOT-CONTROLLED
               PERFORM 430-WRITE-LOT-RETURN THRU 430-EXIT.
           PERFORM 440-RAISE-DEBIT-MEMO THRU 440-EXIT.
           PERFORM 460-TALLY-SUPPLIER THRU 460-EXIT.

       400-EXIT.
           EXIT.

      * A government-only part must go back by a lot that came in
      * on this PO; the reason is left blank when the lot checks.
       410-CHECK-LOT.
           MOVE SPACES TO RJ-REASON.
           MOVE 'N' TO LOT-CONTROLLED-SW.
           MOVE SR-PART-NUMBER TO WS-PART-NUMBER.
           READ PARTMSTR.
           IF NOT PARTMSTR-FOUND OR NOT WS-GOVT-ONLY-PART
               GO TO 410-EXIT.
           MOVE 'Y' TO LOT-CONTROLLED-SW.
           IF SR-LOT-NUMBER = SPACES
               MOVE 'LOT NUMBER REQUIRED - GOVT PART' TO RJ-REASON
               GO TO 410-EXIT.
           IF NOT LOTMSTR-AVAILABLE
               MOVE 'LOT NOT ON LOT MASTER' TO RJ-REASON
               GO TO 410-EXIT.
           MOVE SR-PART-NUMBER TO LM-PART-NUMBER.
           MOVE SR-LOT-NUMBER TO LM-LOT-NUMBER.
           READ LOTMSTR.
           IF NOT LOTMSTR-FOUND
               MOVE 'LOT NOT ON LOT MASTER' TO RJ-REASON
               GO TO 410-EXIT.
           IF NOT LM-PURCHASED OR LM-SOURCE-REF NOT = SR-PO-NUMBER
               MOVE 'LOT NOT RECEIVED ON THIS PO' TO RJ-REASON.
       410-EXIT.
           EXIT.

       420-WRITE-ISSUE-EXTRACT.
           MOVE 'I' TO PO-TRANS-TYPE.
           MOVE SR-PART-NUMBER TO PO-PART-NUMBER.
       420-EXIT.
           EXIT.

       430-WRITE-LOT-RETURN.
           MOVE SPACES TO LX-LOT-TRANS-REC.
           MOVE 'V' TO LX-TRANS-TYPE.
           MOVE SR-PART-NUMBER TO LX-PART-NUMBER.
           MOVE SR-LOT-NUMBER TO LX-LOT-NUMBER.
           MOVE SR-QTY-RETURNED TO LX-QUANTITY.
           MOVE SR-RETURN-DATE TO LX-TRANS-DATE.
           MOVE SR-PO-NUMBER TO LX-REFERENCE.
           MOVE SR-SUPPLIER-CODE TO LX-SUPPLIER-CODE.
           WRITE LX-LOT-TRANS-REC.
       430-EXIT.
           EXIT.

      * The debit memo is a negative open item under a DM-series
      * invoice number: APAGING's payment selection nets it against
      * the supplier's other open items when the remittance cuts.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT SUPRTRN.
           OPEN I-O PORECFIL.
           OPEN INPUT PARTMSTR.
           OPEN INPUT LOTMSTR.
           IF LOTMSTR-FOUND
               MOVE 'Y' TO LOTMSTR-AVAILABLE-SW
           ELSE
               DISPLAY "NO LOT MASTER - GOVT PART RETURNS REJECTED".
           OPEN OUTPUT PORTNOUT.
           OPEN OUTPUT PORTNLOT.
           OPEN EXTEND OPENPAY.
           IF NOT OPENPAY-OK
               OPEN OUTPUT OPENPAY.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE SUPRTRN, PORECFIL, PARTMSTR, PORTNOUT, PORTNLOT,
                 OPENPAY, RTRNRPT.
           IF LOTMSTR-AVAILABLE
               CLOSE LOTMSTR.
       850-EXIT.
           EXIT.

