      * prenote cycle before live credits start. A cancel sets the
      * enrollment inactive, putting the employee back on printed
      * checks.
      * Every direct deposit field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  DDTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  DDTRAN-REC.
           05 DT-TRANS-CODE                     PIC X(01).
               88 DT-ADD                                    VALUE 'A'.
           05 DT-ACCOUNT-NBR                    PIC X(17).
           05 DT-ACCOUNT-TYPE                   PIC X(01).
           05 FILLER                            PIC X(32).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 DT-OPERATOR-ID                    PIC X(08).

       FD  DDENROLL
           RECORD CONTAINS 80 CHARACTERS.
                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * direct deposit master's fields.
           COPY CHGJPARM.
       01  DDENROLL-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 008.
           05 FILLER                            PIC X(32)
                  VALUE 'DD-EMP-KEY              0001020N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DD-ROUTING-NBR          0021008S'.
           05 FILLER                            PIC X(32)
                  VALUE 'DD-CHECK-DIGIT          0029001S'.
           05 FILLER                            PIC X(32)
                  VALUE 'DD-ACCOUNT-NBR          0030017S'.
           05 FILLER                            PIC X(32)
                  VALUE 'DD-ACCOUNT-TYPE         0047001S'.
           05 FILLER                            PIC X(32)
                  VALUE 'DD-STATUS               0048001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DD-PRENOTE-DATE         0049008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DD-END-DATE             0057008N'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

           MOVE "400-ADD-ENROLLMENT" TO PARA-NAME.
           MOVE DT-EMP-KEY TO DD-EMP-KEY.
           READ DDENROLL.
           MOVE DD-ENROLL-REC TO CJP-BEFORE-IMAGE.
           IF DDENROLL-FOUND
               MOVE 'ENROLLMENT ALREADY ON FILE' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE 'P' TO DD-STATUS
               MOVE CURR-DATE-WS TO DD-PRENOTE-DATE
               MOVE ZERO TO DD-END-DATE
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE DD-ENROLL-REC TO CJP-AFTER-IMAGE
               WRITE DD-ENROLL-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.
           MOVE "450-CHANGE-ENROLLMENT" TO PARA-NAME.
           MOVE DT-EMP-KEY TO DD-EMP-KEY.
           READ DDENROLL.
           MOVE DD-ENROLL-REC TO CJP-BEFORE-IMAGE.
           IF DDENROLL-FOUND
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE 'P' TO DD-STATUS
               MOVE CURR-DATE-WS TO DD-PRENOTE-DATE
               MOVE ZERO TO DD-END-DATE
               MOVE DD-ENROLL-REC TO CJP-AFTER-IMAGE
               REWRITE DD-ENROLL-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED
           ELSE
               MOVE 'ENROLLMENT NOT ON FILE' TO RJ-REASON
           MOVE "480-CANCEL-ENROLLMENT" TO PARA-NAME.
           MOVE DT-EMP-KEY TO DD-EMP-KEY.
           READ DDENROLL.
           MOVE DD-ENROLL-REC TO CJP-BEFORE-IMAGE.
           IF DDENROLL-FOUND
               MOVE 'I' TO DD-STATUS
               MOVE DD-ENROLL-REC TO CJP-AFTER-IMAGE
               REWRITE DD-ENROLL-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CANCELLED
           ELSE
               MOVE 'ENROLLMENT NOT ON FILE' TO RJ-REASON
       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE DDTRAN, DDENROLL, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, DDENROLL-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per direct deposit field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'DDMAINT'      TO CJP-PROGRAM.
           MOVE 'DDENROLL'     TO CJP-FILE-ID.
           MOVE DT-EMP-KEY     TO CJP-KEY.
           MOVE DT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, DDENROLL-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-DDTRAN.
           READ DDTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
