      * payroll run distributes labor dollars by. Modeled on
      * POLMAINT: a batch transaction file of adds, changes and
      * deletes against the keyed master, rejects to SYSOUT and a
      * summary line at end of run. A nursing department also
      * carries the ward it staffs and that ward's target nursing
      * hours per patient day. Every department carries the
      * workers' compensation class its wages are reported under.
      * Every department field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPTTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  DEPTTRAN-REC.
           05 RT-TRANS-CODE                     PIC X(01).
               88 RT-ADD                                    VALUE 'A'.
               88 RT-DELETE                                 VALUE 'D'.
           05 RT-DEPT-CODE                      PIC X(04).
           05 RT-DESCRIPTION                    PIC X(25).
           05 RT-WARD-ID                        PIC X(04).
           05 RT-NHPPD-TARGET                   PIC 9(02)V99.
           05 RT-NHPPD-TARGET-X REDEFINES
                  RT-NHPPD-TARGET                  PIC X(04).
           05 RT-WC-CLASS                       PIC X(04).
           05 FILLER                            PIC X(38).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 RT-OPERATOR-ID                    PIC X(08).

       FD  DEPTMSTR
           RECORD CONTAINS 60 CHARACTERS.
                  VALUE 'REJECTED:  '.
           05 RS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * department master's fields.
           COPY CHGJPARM.
       01  DEPTMSTR-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 006.
           05 FILLER                            PIC X(32)
                  VALUE 'DP-DEPT-CODE            0001004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DP-DESCRIPTION          0005025N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DP-STATUS               0030001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DP-WARD-ID              0031004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DP-NHPPD-TARGET         0035004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'DP-WC-CLASS             0039004N'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

               MOVE 'DEPARTMENT CODE MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF (RT-ADD OR RT-CHANGE)
               AND RT-NHPPD-TARGET-X NOT = SPACES
               AND RT-NHPPD-TARGET NOT NUMERIC
               MOVE 'INVALID NURSING HOURS TARGET' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF (RT-ADD OR RT-CHANGE)
               AND RT-WARD-ID = SPACES
               AND RT-NHPPD-TARGET-X NOT = SPACES
               AND RT-NHPPD-TARGET NOT = ZERO
               MOVE 'TARGET GIVEN WITH NO WARD' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           EVALUATE TRUE
               WHEN RT-ADD
                   PERFORM 400-ADD-DEPT THRU 400-EXIT
           MOVE "400-ADD-DEPT" TO PARA-NAME.
           MOVE RT-DEPT-CODE TO DP-DEPT-CODE.
           READ DEPTMSTR.
           MOVE DP-DEPT-REC TO CJP-BEFORE-IMAGE.
           IF DEPTMSTR-FOUND
               MOVE 'DEPARTMENT ALREADY ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
           ELSE
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE DP-DEPT-REC TO CJP-AFTER-IMAGE
               WRITE DP-DEPT-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.
           MOVE RT-DEPT-CODE        TO DP-DEPT-CODE.
           MOVE RT-DESCRIPTION      TO DP-DESCRIPTION.
           MOVE 'A'                 TO DP-STATUS.
           MOVE RT-WARD-ID          TO DP-WARD-ID.
           MOVE RT-WC-CLASS         TO DP-WC-CLASS.
           IF RT-NHPPD-TARGET-X = SPACES
               MOVE ZERO            TO DP-NHPPD-TARGET
           ELSE
               MOVE RT-NHPPD-TARGET TO DP-NHPPD-TARGET.
       420-EXIT.
           EXIT.

           MOVE "450-CHANGE-DEPT" TO PARA-NAME.
           MOVE RT-DEPT-CODE TO DP-DEPT-CODE.
           READ DEPTMSTR.
           MOVE DP-DEPT-REC TO CJP-BEFORE-IMAGE.
           IF DEPTMSTR-FOUND
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE DP-DEPT-REC TO CJP-AFTER-IMAGE
               REWRITE DP-DEPT-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED
           ELSE
               MOVE 'DEPARTMENT NOT ON FILE' TO RJ-REASON
           MOVE "480-DELETE-DEPT" TO PARA-NAME.
           MOVE RT-DEPT-CODE TO DP-DEPT-CODE.
           READ DEPTMSTR.
           MOVE DP-DEPT-REC TO CJP-BEFORE-IMAGE.
           IF DEPTMSTR-FOUND
               MOVE SPACES TO CJP-AFTER-IMAGE
               DELETE DEPTMSTR RECORD
               MOVE 'D' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-DELETED
           ELSE
               MOVE 'DEPARTMENT NOT ON FILE' TO RJ-REASON
       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE DEPTTRAN, DEPTMSTR, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, DEPTMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per department field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'DEPTMNT'      TO CJP-PROGRAM.
           MOVE 'DEPTMSTR'     TO CJP-FILE-ID.
           MOVE RT-DEPT-CODE   TO CJP-KEY.
           MOVE RT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, DEPTMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-DEPTTRAN.
           READ DEPTTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
