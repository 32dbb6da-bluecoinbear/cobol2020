      * Maintenance for the diagnosis-code master: add, change and
      * delete transactions with an add defaulting to active status,
      * in the same transaction-file style as PARTMAINT.
      * Every diagnosis field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  DIAGTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  DIAGTRAN-REC.
           05 DT-TRANS-CODE                     PIC X(01).
               88 DT-ADD                                    VALUE 'A'.
           05 DT-DESCRIPTION                    PIC X(30).
           05 DT-STATUS                         PIC X(01).
           05 DT-EXPECTED-LOS-DAYS              PIC 9(03).
           05 DT-DRG-CODE                       PIC X(03).
           05 FILLER                            PIC X(36).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 DT-OPERATOR-ID                    PIC X(08).

       FD  DIAGMSTR
           RECORD CONTAINS 60 CHARACTERS.
                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * diagnosis master's fields.
           COPY CHGJPARM.
       01  DIAGMSTR-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 005.
           05 FILLER                            PIC X(32)
                  VALUE 'DG-DIAG-CODE            0001006N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DG-DESCRIPTION          0007030N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DG-STATUS               0037001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DG-EXPECTED-LOS-DAYS    0038003N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DG-DRG-CODE             0041003N'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

           MOVE "400-ADD-DIAG" TO PARA-NAME.
           MOVE DT-DIAG-CODE TO DG-DIAG-CODE.
           READ DIAGMSTR.
           MOVE DG-DIAG-REC TO CJP-BEFORE-IMAGE.
           IF DIAGMSTR-FOUND
               MOVE DT-TRANS-CODE TO RJ-TRANS-CODE
               MOVE DT-DIAG-CODE TO RJ-DIAG-CODE
               ADD +1 TO TRANS-REJECTED
           ELSE
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE DG-DIAG-REC TO CJP-AFTER-IMAGE
               WRITE DG-DIAG-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.
               MOVE DT-EXPECTED-LOS-DAYS TO DG-EXPECTED-LOS-DAYS
           ELSE
               MOVE ZERO                 TO DG-EXPECTED-LOS-DAYS.
           MOVE DT-DRG-CODE     TO DG-DRG-CODE.
           IF DT-STATUS = 'A' OR DT-STATUS = 'I'
               MOVE DT-STATUS TO DG-STATUS
           ELSE
           MOVE "450-CHANGE-DIAG" TO PARA-NAME.
           MOVE DT-DIAG-CODE TO DG-DIAG-CODE.
           READ DIAGMSTR.
           MOVE DG-DIAG-REC TO CJP-BEFORE-IMAGE.
           IF DIAGMSTR-FOUND
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE DG-DIAG-REC TO CJP-AFTER-IMAGE
               REWRITE DG-DIAG-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED
           ELSE
               MOVE DT-TRANS-CODE TO RJ-TRANS-CODE
           MOVE "480-DELETE-DIAG" TO PARA-NAME.
           MOVE DT-DIAG-CODE TO DG-DIAG-CODE.
           READ DIAGMSTR.
           MOVE DG-DIAG-REC TO CJP-BEFORE-IMAGE.
           IF DIAGMSTR-FOUND
               MOVE SPACES TO CJP-AFTER-IMAGE
               DELETE DIAGMSTR RECORD
               MOVE 'D' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-DELETED
           ELSE
               MOVE DT-TRANS-CODE TO RJ-TRANS-CODE
       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE DIAGTRAN, DIAGMSTR, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, DIAGMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per diagnosis field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'DIAGMNT'      TO CJP-PROGRAM.
           MOVE 'DIAGMSTR'     TO CJP-FILE-ID.
           MOVE DT-DIAG-CODE   TO CJP-KEY.
           MOVE DT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, DIAGMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-DIAGTRAN.
           READ DIAGTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
