      * master, rejects to SYSOUT and a summary line at end of run.
      * Only non-blank transaction fields overlay the master, so a
      * correction touches just what was keyed.
      * Every patient demographic field a transaction changes is
      * written to the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  PERSTRAN
           RECORD CONTAINS 188 CHARACTERS.
       01  PERSTRAN-REC.
           05 PT-TRANS-CODE                     PIC X(01).
               88 PT-CHANGE                                 VALUE 'C'.
           05 PT-NOK-NAME                       PIC X(25).
           05 PT-NOK-PHONE                      PIC X(10).
           05 FILLER                            PIC X(23).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 PT-OPERATOR-ID                    PIC X(08).

       FD  PATPERSN
           RECORD CONTAINS 160 CHARACTERS.
                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * patient demographic master's fields.
           COPY CHGJPARM.
       01  PATPERSN-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 014.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-KEY            0001009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-LAST-NAME      0010020N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-MIDINIT        0030001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-FIRST-NAME     0031015N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-DOB            0046008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-SEX            0054001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-ADDRESS-1      0055015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-ADDRESS-2      0070015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-CITY           0085015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-ADDR-STATE     0100002S'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-ZIP-CODE       0102010S'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-PHONE          0112010S'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-NOK-NAME       0122025N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-NOK-PHONE      0147010S'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

               GO TO 400-EXIT.
           MOVE PT-PATIENT-ID TO PATPERSN-KEY.
           READ PATPERSN.
           MOVE PATPERSN-REC TO CJP-BEFORE-IMAGE.
           IF NOT PATPERSN-FOUND
               MOVE PT-PATIENT-ID TO RJ-PATIENT-ID
               MOVE 'PATIENT NOT ON FILE' TO RJ-REASON
               ADD +1 TO TRANS-REJECTED
               GO TO 400-EXIT.
           PERFORM 450-OVERLAY-FIELDS THRU 450-EXIT.
           MOVE PATPERSN-REC TO CJP-AFTER-IMAGE.
           REWRITE PATPERSN-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-CHANGED.
       400-EXIT.
           EXIT.
       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE PERSTRAN, PATPERSN, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, PATPERSN-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per patient demographic field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'PERSMNT'      TO CJP-PROGRAM.
           MOVE 'PATPERSN'     TO CJP-FILE-ID.
           MOVE PT-PATIENT-ID  TO CJP-KEY.
           MOVE PT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, PATPERSN-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-PERSTRAN.
           READ PERSTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
