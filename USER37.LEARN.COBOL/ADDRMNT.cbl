      * line one, city, state and zip - in the spirit of the
      * supplier address-type edits; incomplete addresses reject
      * rather than landing half-filled on an envelope.
      * Every address field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  ADDRTRAN
           RECORD CONTAINS 108 CHARACTERS.
       01  ADDRTRAN-REC.
           05 AT-TRANS-CODE                     PIC X(01).
               88 AT-ADD                                    VALUE 'A'.
           05 AT-ADDR-STATE                     PIC X(02).
           05 AT-ZIP-CODE                       PIC X(10).
           05 FILLER                            PIC X(18).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 AT-OPERATOR-ID                    PIC X(08).

       FD  ADDRMSTR
           RECORD CONTAINS 100 CHARACTERS.
                  VALUE 'REJECTED:  '.
           05 AS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * address master's fields.
           COPY CHGJPARM.
       01  ADDRMSTR-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 007.
           05 FILLER                            PIC X(32)
                  VALUE 'AD-POLICY-NO            0001009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AD-ADDRESS-1            0010015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AD-ADDRESS-2            0025015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AD-ADDRESS-3            0040015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AD-CITY                 0055015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AD-ADDR-STATE           0070002S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AD-ZIP-CODE             0072010S'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

           MOVE "400-ADD-ADDRESS" TO PARA-NAME.
           MOVE AT-POLICY-NO TO AD-POLICY-NO.
           READ ADDRMSTR.
           MOVE AD-ADDRESS-REC TO CJP-BEFORE-IMAGE.
           IF ADDRMSTR-FOUND
               MOVE 'ADDRESS ALREADY ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
           ELSE
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE AD-ADDRESS-REC TO CJP-AFTER-IMAGE
               WRITE AD-ADDRESS-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.
           MOVE "450-CHANGE-ADDRESS" TO PARA-NAME.
           MOVE AT-POLICY-NO TO AD-POLICY-NO.
           READ ADDRMSTR.
           MOVE AD-ADDRESS-REC TO CJP-BEFORE-IMAGE.
           IF ADDRMSTR-FOUND
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE AD-ADDRESS-REC TO CJP-AFTER-IMAGE
               REWRITE AD-ADDRESS-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED
           ELSE
               MOVE 'ADDRESS NOT ON FILE' TO RJ-REASON
           MOVE "480-DELETE-ADDRESS" TO PARA-NAME.
           MOVE AT-POLICY-NO TO AD-POLICY-NO.
           READ ADDRMSTR.
           MOVE AD-ADDRESS-REC TO CJP-BEFORE-IMAGE.
           IF ADDRMSTR-FOUND
               MOVE SPACES TO CJP-AFTER-IMAGE
               DELETE ADDRMSTR RECORD
               MOVE 'D' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-DELETED
           ELSE
               MOVE 'ADDRESS NOT ON FILE' TO RJ-REASON
       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE ADDRTRAN, ADDRMSTR, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, ADDRMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per address field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'ADDRMNT'      TO CJP-PROGRAM.
           MOVE 'ADDRMSTR'     TO CJP-FILE-ID.
           MOVE AT-POLICY-NO   TO CJP-KEY.
           MOVE AT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, ADDRMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-ADDRTRAN.
           READ ADDRTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
