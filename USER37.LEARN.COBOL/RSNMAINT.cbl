      * POLMAINT: a batch transaction file of adds, changes and
      * deletes against the keyed master, rejects to SYSOUT and a
      * summary line at end of run.
      * Every reason code field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  RSNTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  RSNTRAN-REC.
           05 RT-TRANS-CODE                     PIC X(01).
               88 RT-ADD                                    VALUE 'A'.
               88 RT-VALID-CATEGORY            VALUES 'D', 'P', 'E'.
           05 RT-DESCRIPTION                    PIC X(40).
           05 FILLER                            PIC X(34).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 RT-OPERATOR-ID                    PIC X(08).

       FD  RSNCODES
           RECORD CONTAINS 60 CHARACTERS.
                  VALUE 'REJECTED:  '.
           05 RS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * reason code master's fields.
           COPY CHGJPARM.
       01  RSNCODES-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 003.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-REASON-CODE          0001004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-CATEGORY             0005001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-DESCRIPTION          0006040N'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

           MOVE "400-ADD-REASON" TO PARA-NAME.
           MOVE RT-REASON-CODE TO RC-REASON-CODE.
           READ RSNCODES.
           MOVE RC-REASON-REC TO CJP-BEFORE-IMAGE.
           IF RSNCODES-FOUND
               MOVE 'REASON CODE ALREADY ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
           ELSE
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE RC-REASON-REC TO CJP-AFTER-IMAGE
               WRITE RC-REASON-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.
           MOVE "450-CHANGE-REASON" TO PARA-NAME.
           MOVE RT-REASON-CODE TO RC-REASON-CODE.
           READ RSNCODES.
           MOVE RC-REASON-REC TO CJP-BEFORE-IMAGE.
           IF RSNCODES-FOUND
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE RC-REASON-REC TO CJP-AFTER-IMAGE
               REWRITE RC-REASON-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED
           ELSE
               MOVE 'REASON CODE NOT ON FILE' TO RJ-REASON
           MOVE "480-DELETE-REASON" TO PARA-NAME.
           MOVE RT-REASON-CODE TO RC-REASON-CODE.
           READ RSNCODES.
           MOVE RC-REASON-REC TO CJP-BEFORE-IMAGE.
           IF RSNCODES-FOUND
               MOVE SPACES TO CJP-AFTER-IMAGE
               DELETE RSNCODES RECORD
               MOVE 'D' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-DELETED
           ELSE
               MOVE 'REASON CODE NOT ON FILE' TO RJ-REASON
       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE RSNTRAN, RSNCODES, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, RSNCODES-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per reason code field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'RSNMAINT'     TO CJP-PROGRAM.
           MOVE 'RSNCODES'     TO CJP-FILE-ID.
           MOVE RT-REASON-CODE TO CJP-KEY.
           MOVE RT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, RSNCODES-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-RSNTRAN.
           READ RSNTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
