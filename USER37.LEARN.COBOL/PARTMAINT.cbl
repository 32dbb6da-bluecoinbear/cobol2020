      * is only honored for a part already obsolete whose impact
      * check still comes back clean. Everything the check touches
      * prints on the impact report.
      * A change transaction may not move the blueprint or spec
      * revision; that is done by engineering change order.
      * Every part field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * part master's fields.
           COPY CHGJPARM.
       01  PARTMSTR-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 011.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-PART-NUMBER          0001023N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-PART-NAME            0024014N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-SPEC-NUMBER          0038007N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-GOVT-COMML-CODE      0045001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-BLUEPRINT-NUMBER     0046010N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-UNIT-OF-MEASURE      0056003N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-WEEKS-LEAD-TIME      0059003N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-VEHICLE-MAKE         0062003N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-VEHICLE-MODEL        0065010N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-VEHICLE-YEAR         0075004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-PART-STATUS          0079001N'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

           MOVE "400-ADD-PART" TO PARA-NAME.
           MOVE PT-PART-NUMBER TO WS-PART-NUMBER.
           READ PARTMSTR.
           MOVE PARTMSTR-REC TO CJP-BEFORE-IMAGE.
           IF PARTMSTR-FOUND
               MOVE PT-TRANS-CODE TO RJ-TRANS-CODE
               MOVE PT-PART-NUMBER TO RJ-PART-NUMBER
           ELSE
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE SPACES TO WS-PART-STATUS
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE PARTMSTR-REC TO CJP-AFTER-IMAGE
               WRITE PARTMSTR-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.
           MOVE "450-CHANGE-PART" TO PARA-NAME.
           MOVE PT-PART-NUMBER TO WS-PART-NUMBER.
           READ PARTMSTR.
           MOVE PARTMSTR-REC TO CJP-BEFORE-IMAGE.
           IF NOT PARTMSTR-FOUND
               MOVE PT-TRANS-CODE TO RJ-TRANS-CODE
               MOVE PT-PART-NUMBER TO RJ-PART-NUMBER
               MOVE 'PART NOT ON FILE' TO RJ-REASON
               WRITE SYSOUT-REC FROM PART-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 450-EXIT.
      * The blueprint and spec revision only move through an
      * approved engineering change order (ECOMAINT/ECOAPPLY), so
      * the revision history stays complete; a change transaction
      * must carry the revision the part is at now.
           IF PT-BLUEPRINT-NUMBER NOT = WS-BLUEPRINT-NUMBER
              OR PT-SPEC-NUMBER NOT = WS-SPEC-NUMBER
               MOVE PT-TRANS-CODE TO RJ-TRANS-CODE
               MOVE PT-PART-NUMBER TO RJ-PART-NUMBER
               MOVE 'REVISION CHANGE NEEDS AN ECO' TO RJ-REASON
               WRITE SYSOUT-REC FROM PART-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 450-EXIT.
           PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT.
           MOVE PARTMSTR-REC TO CJP-AFTER-IMAGE.
           REWRITE PARTMSTR-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-CHANGED.
       450-EXIT.
           EXIT.

           MOVE "480-DELETE-PART" TO PARA-NAME.
           MOVE PT-PART-NUMBER TO WS-PART-NUMBER.
           READ PARTMSTR.
           MOVE PARTMSTR-REC TO CJP-BEFORE-IMAGE.
           IF NOT PARTMSTR-FOUND
               MOVE PT-TRANS-CODE TO RJ-TRANS-CODE
               MOVE PT-PART-NUMBER TO RJ-PART-NUMBER
               WRITE SYSOUT-REC FROM PART-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
           ELSE
               MOVE SPACES TO CJP-AFTER-IMAGE
               DELETE PARTMSTR RECORD
               MOVE 'D' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-DELETED.
       480-EXIT.
           EXIT.
           MOVE "460-OBSOLETE-PART" TO PARA-NAME.
           MOVE PT-PART-NUMBER TO WS-PART-NUMBER.
           READ PARTMSTR.
           MOVE PARTMSTR-REC TO CJP-BEFORE-IMAGE.
           IF NOT PARTMSTR-FOUND
               MOVE PT-TRANS-CODE TO RJ-TRANS-CODE
               MOVE PT-PART-NUMBER TO RJ-PART-NUMBER
               ADD +1 TO TRANS-REJECTED
           ELSE
               MOVE 'O' TO WS-PART-STATUS
               MOVE PARTMSTR-REC TO CJP-AFTER-IMAGE
               REWRITE PARTMSTR-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-OBSOLETED.
       460-EXIT.
           EXIT.
           CLOSE PARTTRAN, PARTMSTR, SYSOUT, AUTHMSTR.
           IF NOT PORECFIL-MISSING
               CLOSE PORECFIL.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, PARTMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per part field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'PARTMAINT'    TO CJP-PROGRAM.
           MOVE 'PARTMSTR'     TO CJP-FILE-ID.
           MOVE PT-PART-NUMBER TO CJP-KEY.
           MOVE PT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, PARTMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-PARTTRAN.
           READ PARTTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
