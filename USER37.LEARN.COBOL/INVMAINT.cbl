      * on-hand (receipts put the stock on); changes touch only the
      * costing columns, never the on-hand count the order chain
      * owns. Rejects and a summary line go to SYSOUT in the
      * POLMAINT style. Every field a transaction changes is
      * written to the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD  INVTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 88 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVTRAN-REC.
       01  INVTRAN-REC.
           05  IT-UNIT-COST                 PIC 9(05)V99.
           05  IT-REORDER-POINT             PIC 9(05).
           05  FILLER                       PIC X(60).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05  IT-OPERATOR-ID               PIC X(08).
       FD  INVMSTR
           RECORD CONTAINS 40 CHARACTERS.
           COPY INVMSTR.
           05  FILLER                       PIC X(12)
                  VALUE '  REJECTED: '.
           05  SM-REJECTED-O                PIC ZZ,ZZ9.
      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * inventory master's fields.
           COPY CHGJPARM.
       01  INVMSTR-FIELD-MAP.
           05  FILLER                       PIC 9(03)  VALUE 005.
           05  FILLER                       PIC X(32)
                  VALUE 'IV-INSTRUMENT-TYPE      0001006N'.
           05  FILLER                       PIC X(32)
                  VALUE 'IV-QUALITY              0007001N'.
           05  FILLER                       PIC X(32)
                  VALUE 'IV-ON-HAND              0008005N'.
           05  FILLER                       PIC X(32)
                  VALUE 'IV-UNIT-COST            0013007S'.
           05  FILLER                       PIC X(32)
                  VALUE 'IV-REORDER-POINT        0020005N'.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-HOUSEKEEPING.
           MOVE IT-INSTRUMENT-TYPE TO IV-INSTRUMENT-TYPE.
           MOVE IT-QUALITY TO IV-QUALITY.
           READ INVMSTR.
           MOVE IV-INVENTORY-REC TO CJP-BEFORE-IMAGE.
           EVALUATE TRUE
               WHEN IT-ADD
                   IF INVMSTR-FOUND
                       MOVE ZERO TO IV-ON-HAND
                       MOVE IT-UNIT-COST TO IV-UNIT-COST
                       MOVE IT-REORDER-POINT TO IV-REORDER-POINT
                       MOVE SPACES TO CJP-BEFORE-IMAGE
                       MOVE IV-INVENTORY-REC TO CJP-AFTER-IMAGE
                       WRITE IV-INVENTORY-REC
                       MOVE 'A' TO CJP-ACTION
                       PERFORM 650-JOURNAL-CHANGE
                       ADD 1 TO TRANS-ADDED-WS
                   END-IF
               WHEN IT-CHANGE
                   IF INVMSTR-FOUND
                       MOVE IT-UNIT-COST TO IV-UNIT-COST
                       MOVE IT-REORDER-POINT TO IV-REORDER-POINT
                       MOVE IV-INVENTORY-REC TO CJP-AFTER-IMAGE
                       REWRITE IV-INVENTORY-REC
                       MOVE 'C' TO CJP-ACTION
                       PERFORM 650-JOURNAL-CHANGE
                       ADD 1 TO TRANS-CHANGED-WS
                   ELSE
                       MOVE IT-INSTRUMENT-TYPE TO RJ-TYPE-O
           WRITE SYSOUT-REC FROM INV-SUMMARY-LINE.
       600-CLOSE-FILES.
           CLOSE INVTRAN, INVMSTR, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, INVMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
      * One journal record per inventory field the transaction
      * changed, from the before and after images set up above.
       650-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'INVMAINT'     TO CJP-PROGRAM.
           MOVE 'INVMSTR'      TO CJP-FILE-ID.
           MOVE IV-KEY         TO CJP-KEY.
           MOVE IT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, INVMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
