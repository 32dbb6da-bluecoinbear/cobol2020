                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * bill of material master's fields.
           COPY CHGJPARM.
       01  BOMMSTR-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 021.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-PARENT-PART-NUMBER   0001023N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-PART-NU(01)0024023N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-QTY(01)    0047005N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-PART-NU(02)0052023N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-QTY(02)    0075005N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-PART-NU(03)0080023N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-QTY(03)    0103005N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-PART-NU(04)0108023N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-QTY(04)    0131005N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-PART-NU(05)0136023N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-QTY(05)    0159005N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-PART-NU(06)0164023N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-QTY(06)    0187005N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-PART-NU(07)0192023N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-QTY(07)    0215005N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-PART-NU(08)0220023N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-QTY(08)    0243005N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-PART-NU(09)0248023N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-QTY(09)    0271005N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-PART-NU(10)0276023N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-COMPONENT-QTY(10)    0299005N'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

           MOVE "400-ADD-BOM" TO PARA-NAME.
           MOVE BT-PARENT-PART-NUMBER TO WS-PARENT-PART-NUMBER.
           READ BOMMSTR.
           MOVE BOMMSTR-REC TO CJP-BEFORE-IMAGE.
           IF BOMMSTR-FOUND
               MOVE BT-TRANS-CODE TO RJ-TRANS-CODE
               MOVE BT-PARENT-PART-NUMBER TO RJ-PARENT-PART-NUMBER
               ADD +1 TO TRANS-REJECTED
           ELSE
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE BOMMSTR-REC TO CJP-AFTER-IMAGE
               WRITE BOMMSTR-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.
           MOVE "450-CHANGE-BOM" TO PARA-NAME.
           MOVE BT-PARENT-PART-NUMBER TO WS-PARENT-PART-NUMBER.
           READ BOMMSTR.
           MOVE BOMMSTR-REC TO CJP-BEFORE-IMAGE.
           IF BOMMSTR-FOUND
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE BOMMSTR-REC TO CJP-AFTER-IMAGE
               REWRITE BOMMSTR-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED
           ELSE
               MOVE BT-TRANS-CODE TO RJ-TRANS-CODE
           MOVE "480-DELETE-BOM" TO PARA-NAME.
           MOVE BT-PARENT-PART-NUMBER TO WS-PARENT-PART-NUMBER.
           READ BOMMSTR.
           MOVE BOMMSTR-REC TO CJP-BEFORE-IMAGE.
           IF BOMMSTR-FOUND
               MOVE SPACES TO CJP-AFTER-IMAGE
               DELETE BOMMSTR RECORD
               MOVE 'D' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-DELETED
           ELSE
               MOVE BT-TRANS-CODE TO RJ-TRANS-CODE
       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE BOMTRAN, BOMMSTR, SYSOUT, AUTHMSTR.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, BOMMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per bill of material field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'                   TO CJP-FUNCTION.
           MOVE 'BOMMAINT'            TO CJP-PROGRAM.
           MOVE 'BOMMSTR'             TO CJP-FILE-ID.
           MOVE BT-PARENT-PART-NUMBER TO CJP-KEY.
           MOVE BT-OPERATOR-ID        TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, BOMMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-BOMTRAN.
           READ BOMTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
