      * the keyed master, rejects to SYSOUT and a summary line at
      * end of run. A closed contract stays on the master so the
      * releases already drawn keep their pricing history.
      * Every blanket order field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  BLNKTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  BLNKTRAN-REC.
           05 BT-TRANS-CODE                     PIC X(01).
               88 BT-ADD                                    VALUE 'A'.
           05 BT-COMMITTED-QTY                  PIC S9(7).
           05 BT-EXPIRY-DATE                    PIC 9(08).
           05 FILLER                            PIC X(16).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 BT-OPERATOR-ID                    PIC X(08).

       FD  BLANKPO
           RECORD CONTAINS 80 CHARACTERS.
                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * blanket order master's fields.
           COPY CHGJPARM.
       01  BLANKPO-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 008.
           05 FILLER                            PIC X(32)
                  VALUE 'BL-BLANKET-NO           0001006N'.
           05 FILLER                            PIC X(32)
                  VALUE 'BL-SUPPLIER-CODE        0007010N'.
           05 FILLER                            PIC X(32)
                  VALUE 'BL-PART-NUMBER          0017023N'.
           05 FILLER                            PIC X(32)
                  VALUE 'BL-CONTRACT-PRICE       0040009S'.
           05 FILLER                            PIC X(32)
                  VALUE 'BL-COMMITTED-QTY        0049007N'.
           05 FILLER                            PIC X(32)
                  VALUE 'BL-RELEASED-QTY         0056007N'.
           05 FILLER                            PIC X(32)
                  VALUE 'BL-EXPIRY-DATE          0063008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'BL-STATUS               0071001N'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

           MOVE "400-ADD-BLANKET" TO PARA-NAME.
           MOVE BT-BLANKET-NO TO BL-BLANKET-NO.
           READ BLANKPO.
           MOVE BL-BLANKET-REC TO CJP-BEFORE-IMAGE.
           IF BLANKPO-FOUND
               MOVE 'BLANKET ALREADY ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               MOVE ZERO             TO BL-RELEASED-QTY
               MOVE BT-EXPIRY-DATE   TO BL-EXPIRY-DATE
               MOVE 'A' TO BL-STATUS
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE BL-BLANKET-REC TO CJP-AFTER-IMAGE
               WRITE BL-BLANKET-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.
           MOVE "450-CHANGE-BLANKET" TO PARA-NAME.
           MOVE BT-BLANKET-NO TO BL-BLANKET-NO.
           READ BLANKPO.
           MOVE BL-BLANKET-REC TO CJP-BEFORE-IMAGE.
           IF BLANKPO-FOUND
               IF BT-CONTRACT-PRICE NUMERIC
                   AND BT-CONTRACT-PRICE > ZERO
               IF BT-EXPIRY-DATE NUMERIC AND BT-EXPIRY-DATE > ZERO
                   MOVE BT-EXPIRY-DATE TO BL-EXPIRY-DATE
               END-IF
               MOVE BL-BLANKET-REC TO CJP-AFTER-IMAGE
               REWRITE BL-BLANKET-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED
           ELSE
               MOVE 'BLANKET NOT ON FILE' TO RJ-REASON
           MOVE "480-CLOSE-BLANKET" TO PARA-NAME.
           MOVE BT-BLANKET-NO TO BL-BLANKET-NO.
           READ BLANKPO.
           MOVE BL-BLANKET-REC TO CJP-BEFORE-IMAGE.
           IF BLANKPO-FOUND
               MOVE 'C' TO BL-STATUS
               MOVE BL-BLANKET-REC TO CJP-AFTER-IMAGE
               REWRITE BL-BLANKET-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CLOSED
           ELSE
               MOVE 'BLANKET NOT ON FILE' TO RJ-REASON
       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE BLNKTRAN, BLANKPO, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, BLANKPO-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per blanket order field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'BLANKMNT'     TO CJP-PROGRAM.
           MOVE 'BLANKPO'      TO CJP-FILE-ID.
           MOVE BT-BLANKET-NO  TO CJP-KEY.
           MOVE BT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, BLANKPO-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-BLNKTRAN.
           READ BLNKTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
