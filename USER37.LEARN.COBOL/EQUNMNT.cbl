      * SYSOUT and a summary line at end of run. An add must name
      * an equipment type that exists on the equipment master, so a
      * unit can never be filed under a type HOSPEQP cannot price.
      * Every equipment unit field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  EQUNTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  EQUNTRAN-REC.
           05 UT-TRANS-CODE                     PIC X(01).
               88 UT-ADD                                    VALUE 'A'.
           05 UT-EQUIP-TYPE                     PIC X(08).
           05 UT-NEXT-PM-DATE                   PIC 9(08).
           05 FILLER                            PIC X(53).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 UT-OPERATOR-ID                    PIC X(08).

       FD  EQUNITS
           RECORD CONTAINS 60 CHARACTERS.
                  VALUE 'REJECTED:  '.
           05 US-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * equipment unit master's fields.
           COPY CHGJPARM.
       01  EQUNITS-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 004.
           05 FILLER                            PIC X(32)
                  VALUE 'EQU-SERIAL-NO           0001010N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EQU-EQUIP-TYPE          0011008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EQU-STATUS              0019001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EQU-NEXT-PM-DATE        0020008N'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

               GO TO 400-EXIT.
           MOVE UT-SERIAL-NO TO EQU-SERIAL-NO.
           READ EQUNITS.
           MOVE EQU-UNIT-REC TO CJP-BEFORE-IMAGE.
           IF EQUNITS-FOUND
               MOVE 'SERIAL ALREADY ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               MOVE UT-EQUIP-TYPE   TO EQU-EQUIP-TYPE
               MOVE 'I'             TO EQU-STATUS
               PERFORM 470-SET-PM-DATE THRU 470-EXIT
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE EQU-UNIT-REC TO CJP-AFTER-IMAGE
               WRITE EQU-UNIT-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.
           MOVE "450-CHANGE-UNIT" TO PARA-NAME.
           MOVE UT-SERIAL-NO TO EQU-SERIAL-NO.
           READ EQUNITS.
           MOVE EQU-UNIT-REC TO CJP-BEFORE-IMAGE.
           IF EQUNITS-FOUND
               IF UT-EQUIP-TYPE NOT = SPACES
                   MOVE UT-EQUIP-TYPE TO EQU-EQUIP-TYPE
               END-IF
               PERFORM 470-SET-PM-DATE THRU 470-EXIT
               MOVE EQU-UNIT-REC TO CJP-AFTER-IMAGE
               REWRITE EQU-UNIT-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED
           ELSE
               MOVE 'SERIAL NOT ON FILE' TO RJ-REASON
           MOVE "480-SET-STATUS" TO PARA-NAME.
           MOVE UT-SERIAL-NO TO EQU-SERIAL-NO.
           READ EQUNITS.
           MOVE EQU-UNIT-REC TO CJP-BEFORE-IMAGE.
           IF EQUNITS-FOUND
               MOVE UT-TRANS-CODE TO EQU-STATUS
               PERFORM 470-SET-PM-DATE THRU 470-EXIT
               MOVE EQU-UNIT-REC TO CJP-AFTER-IMAGE
               REWRITE EQU-UNIT-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-STATUSED
           ELSE
               MOVE 'SERIAL NOT ON FILE' TO RJ-REASON
       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE EQUNTRAN, EQUNITS, EQUIPMST, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, EQUNITS-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per equipment unit field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'EQUNMNT'      TO CJP-PROGRAM.
           MOVE 'EQUNITS'      TO CJP-FILE-ID.
           MOVE UT-SERIAL-NO   TO CJP-KEY.
           MOVE UT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, EQUNITS-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-EQUNTRAN.
           READ EQUNTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
