      * bed counts and room charges numeric, a room only under an
      * existing ward, a bed only in an existing room, and no
      * deleting a ward that still has occupied beds on PATMSTR.
      * Every applied change is listed on the audit trail, and every
      * column it changes is written to the change journal through
      * CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           05 WT-PRIVATE                        PIC 9(01).
           05 WT-SEMI-PRIVATE                   PIC 9(01).
           05 WT-SPECIAL-EQUIP                  PIC X(20).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 WT-OPERATOR-ID                    PIC X(08).
           05 FILLER                            PIC X(06).

       FD  PATMSTR
           RECORD CONTAINS 80 CHARACTERS.
                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every column a transaction changes goes to
      * the journal through CHGJLOG. A table row has no record area
      * to hand the journal, so each table's row is laid out in an
      * image below, filled from the host variables, and the field
      * maps address the images.
           COPY CHGJPARM.

       01  WARD-JOURNAL-IMAGE.
           05 WI-WARD-ID                        PIC X(04).
           05 WI-PHYSICIAN-ID                   PIC X(09).
           05 WI-NURSE-ID                       PIC X(09).
           05 WI-NBR-BEDS                       PIC 9(03).
           05 WI-ROOM-CHARGE                    PIC 9(07)V99.

       01  ROOM-JOURNAL-IMAGE.
           05 RI-KEY.
               10 RI-WARD-ID                    PIC X(04).
               10 RI-ROOM-ID                    PIC X(04).
           05 RI-PRIVATE                        PIC 9(01).
           05 RI-SEMI-PRIVATE                   PIC 9(01).
           05 RI-NBR-BEDS                       PIC 9(03).
           05 RI-SPECIAL-EQUIP                  PIC X(20).

       01  BED-JOURNAL-IMAGE.
           05 BI-KEY.
               10 BI-WARD-ID                    PIC X(04).
               10 BI-ROOM-ID                    PIC X(04).
               10 BI-BED-ID                     PIC X(04).

       01  WARD-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 005.
           05 FILLER                            PIC X(32)
                  VALUE 'WARD-ID                 0001004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PRIMARY-PHYSICIAN-ID    0005009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'SUPERVISE-NURSE-ID      0014009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'NUMBER-OF-BEDS          0023003N'.
           05 FILLER                            PIC X(32)
                  VALUE 'BASE-ROOM-CHARGE        0026009S'.

       01  ROOM-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 006.
           05 FILLER                            PIC X(32)
                  VALUE 'WARD-ID                 0001004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'ROOM-ID                 0005004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PRIVATE                 0009001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'SEMI-PRIVATE            0010001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'NUMBER-OF-BEDS          0011003N'.
           05 FILLER                            PIC X(32)
                  VALUE 'SPECIAL-EQUIPMENT       0014020N'.

       01  BED-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 003.
           05 FILLER                            PIC X(32)
                  VALUE 'WARD-ID                 0001004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'ROOM-ID                 0005004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'BED-IDENTITY            0009004N'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

                     :HV-ROOM-CHARGE)
           END-EXEC.
           PERFORM 700-CHECK-SQL-RESULT THRU 700-EXIT.
           IF SQLCODE = 0
               MOVE SPACES TO CJP-BEFORE-IMAGE
               PERFORM 470-BUILD-WARD-IMAGE THRU 470-EXIT
               MOVE WARD-JOURNAL-IMAGE TO CJP-AFTER-IMAGE
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-WARD THRU 860-EXIT.
       420-EXIT.
           EXIT.

      * The ward row as it stands before a change or delete, for the
      * journal's before image. No row leaves the image blank; the
      * update or delete that follows rejects the transaction.
       425-SELECT-WARD.
           MOVE SPACES TO CJP-BEFORE-IMAGE.
           EXEC SQL
             SELECT PRIMARY_PHYSICIAN_ID, SUPERVISE_NURSE_ID,
                    NUMBER_OF_BEDS, BASE_ROOM_CHARGE
             INTO :HV-PHYSICIAN-ID, :HV-NURSE-ID,
                  :HV-NBR-BEDS, :HV-ROOM-CHARGE
             FROM DDS0001.WARD_DATA
             WHERE WARD_ID = :HV-WARD-ID
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 470-BUILD-WARD-IMAGE THRU 470-EXIT
               MOVE WARD-JOURNAL-IMAGE TO CJP-BEFORE-IMAGE
           ELSE
           IF SQLCODE < 0
               GO TO 1000-DB2-ERROR-RTN.
       425-EXIT.
           EXIT.

       430-UPDATE-WARD.
           PERFORM 425-SELECT-WARD THRU 425-EXIT.
           MOVE WT-PHYSICIAN-ID TO HV-PHYSICIAN-ID.
           MOVE WT-NURSE-ID     TO HV-NURSE-ID.
           MOVE WT-NBR-BEDS     TO HV-NBR-BEDS.
              WHERE WARD_ID = :HV-WARD-ID
           END-EXEC.
           PERFORM 700-CHECK-SQL-RESULT THRU 700-EXIT.
           IF SQLCODE = 0
               PERFORM 470-BUILD-WARD-IMAGE THRU 470-EXIT
               MOVE WARD-JOURNAL-IMAGE TO CJP-AFTER-IMAGE
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-WARD THRU 860-EXIT.
       430-EXIT.
           EXIT.

               MOVE 'WARD STILL HAS OCCUPIED BEDS' TO RJ-REASON
               PERFORM 750-WRITE-REJECT THRU 750-EXIT
           ELSE
               PERFORM 425-SELECT-WARD THRU 425-EXIT
               EXEC SQL
                 DELETE FROM DDS0001.WARD_DATA
                  WHERE WARD_ID = :HV-WARD-ID
               END-EXEC
               PERFORM 700-CHECK-SQL-RESULT THRU 700-EXIT
               IF SQLCODE = 0
                   MOVE SPACES TO CJP-AFTER-IMAGE
                   MOVE 'D' TO CJP-ACTION
                   PERFORM 860-JOURNAL-WARD THRU 860-EXIT
               END-IF
           END-IF.
       440-EXIT.
           EXIT.
       460-EXIT.
           EXIT.

       470-BUILD-WARD-IMAGE.
           MOVE HV-WARD-ID      TO WI-WARD-ID.
           MOVE HV-PHYSICIAN-ID TO WI-PHYSICIAN-ID.
           MOVE HV-NURSE-ID     TO WI-NURSE-ID.
           MOVE HV-NBR-BEDS     TO WI-NBR-BEDS.
           MOVE HV-ROOM-CHARGE  TO WI-ROOM-CHARGE.
       470-EXIT.
           EXIT.

       500-MAINTAIN-ROOM.
           MOVE "500-MAINTAIN-ROOM" TO PARA-NAME.
           MOVE WT-WARD-ID TO HV-WARD-ID.
                     :HV-SPECIAL-EQUIP)
           END-EXEC.
           PERFORM 700-CHECK-SQL-RESULT THRU 700-EXIT.
           IF SQLCODE = 0
               MOVE SPACES TO CJP-BEFORE-IMAGE
               PERFORM 570-BUILD-ROOM-IMAGE THRU 570-EXIT
               MOVE ROOM-JOURNAL-IMAGE TO CJP-AFTER-IMAGE
               MOVE 'A' TO CJP-ACTION
               PERFORM 865-JOURNAL-ROOM THRU 865-EXIT.
       520-EXIT.
           EXIT.

      * The room row as it stands before a change or delete, for the
      * journal's before image, as 425 does for a ward.
       525-SELECT-ROOM.
           MOVE SPACES TO CJP-BEFORE-IMAGE.
           EXEC SQL
             SELECT PRIVATE, SEMI_PRIVATE, NUMBER_OF_BEDS,
                    SPECIAL_EQUIPMENT
             INTO :HV-PRIVATE, :HV-SEMI-PRIVATE, :HV-NBR-BEDS,
                  :HV-SPECIAL-EQUIP
             FROM DDS0001.ROOM_DATA
             WHERE WARD_ID = :HV-WARD-ID
               AND ROOM_ID = :HV-ROOM-ID
           END-EXEC.
           IF SQLCODE = 0
               PERFORM 570-BUILD-ROOM-IMAGE THRU 570-EXIT
               MOVE ROOM-JOURNAL-IMAGE TO CJP-BEFORE-IMAGE
           ELSE
           IF SQLCODE < 0
               GO TO 1000-DB2-ERROR-RTN.
       525-EXIT.
           EXIT.

       530-UPDATE-ROOM.
           PERFORM 525-SELECT-ROOM THRU 525-EXIT.
           MOVE WT-NBR-BEDS      TO HV-NBR-BEDS.
           MOVE WT-PRIVATE       TO HV-PRIVATE.
           MOVE WT-SEMI-PRIVATE  TO HV-SEMI-PRIVATE.
                AND ROOM_ID = :HV-ROOM-ID
           END-EXEC.
           PERFORM 700-CHECK-SQL-RESULT THRU 700-EXIT.
           IF SQLCODE = 0
               PERFORM 570-BUILD-ROOM-IMAGE THRU 570-EXIT
               MOVE ROOM-JOURNAL-IMAGE TO CJP-AFTER-IMAGE
               MOVE 'C' TO CJP-ACTION
               PERFORM 865-JOURNAL-ROOM THRU 865-EXIT.
       530-EXIT.
           EXIT.

       540-DELETE-ROOM.
           PERFORM 525-SELECT-ROOM THRU 525-EXIT.
           EXEC SQL
             DELETE FROM DDS0001.ROOM_DATA
              WHERE WARD_ID = :HV-WARD-ID
                AND ROOM_ID = :HV-ROOM-ID
           END-EXEC.
           PERFORM 700-CHECK-SQL-RESULT THRU 700-EXIT.
           IF SQLCODE = 0
               MOVE SPACES TO CJP-AFTER-IMAGE
               MOVE 'D' TO CJP-ACTION
               PERFORM 865-JOURNAL-ROOM THRU 865-EXIT.
       540-EXIT.
           EXIT.

       570-BUILD-ROOM-IMAGE.
           MOVE HV-WARD-ID       TO RI-WARD-ID.
           MOVE HV-ROOM-ID       TO RI-ROOM-ID.
           MOVE HV-PRIVATE       TO RI-PRIVATE.
           MOVE HV-SEMI-PRIVATE  TO RI-SEMI-PRIVATE.
           MOVE HV-NBR-BEDS      TO RI-NBR-BEDS.
           MOVE HV-SPECIAL-EQUIP TO RI-SPECIAL-EQUIP.
       570-EXIT.
           EXIT.

       600-MAINTAIN-BED.
           MOVE "600-MAINTAIN-BED" TO PARA-NAME.
           MOVE WT-WARD-ID TO HV-WARD-ID.
             VALUES (:HV-WARD-ID, :HV-ROOM-ID, :HV-BED-ID)
           END-EXEC.
           PERFORM 700-CHECK-SQL-RESULT THRU 700-EXIT.
           IF SQLCODE = 0
               MOVE SPACES TO CJP-BEFORE-IMAGE
               PERFORM 670-BUILD-BED-IMAGE THRU 670-EXIT
               MOVE BED-JOURNAL-IMAGE TO CJP-AFTER-IMAGE
               MOVE 'A' TO CJP-ACTION
               PERFORM 870-JOURNAL-BED THRU 870-EXIT.
       620-EXIT.
           EXIT.

                AND BED_IDENTITY = :HV-BED-ID
           END-EXEC.
           PERFORM 700-CHECK-SQL-RESULT THRU 700-EXIT.
           IF SQLCODE = 0
               PERFORM 670-BUILD-BED-IMAGE THRU 670-EXIT
               MOVE BED-JOURNAL-IMAGE TO CJP-BEFORE-IMAGE
               MOVE SPACES TO CJP-AFTER-IMAGE
               MOVE 'D' TO CJP-ACTION
               PERFORM 870-JOURNAL-BED THRU 870-EXIT.
       640-EXIT.
           EXIT.

      * A bed row is nothing but its key, so the key is the image.
       670-BUILD-BED-IMAGE.
           MOVE HV-WARD-ID TO BI-WARD-ID.
           MOVE HV-ROOM-ID TO BI-ROOM-ID.
           MOVE HV-BED-ID  TO BI-BED-ID.
       670-EXIT.
           EXIT.

      * One place decides whether the SQL verb landed: a clean code
      * goes to the audit trail, +100 means the update or delete
      * matched nothing, -803 means an insert hit an existing row,
       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE WRDTRAN, PATMSTR, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, WARD-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per ward, room or bed column the
      * transaction changed, from the before and after images the
      * caller set up.
       860-JOURNAL-WARD.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'WARDMNT'      TO CJP-PROGRAM.
           MOVE 'WARDDATA'     TO CJP-FILE-ID.
           MOVE WT-WARD-ID     TO CJP-KEY.
           MOVE WT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, WARD-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       865-JOURNAL-ROOM.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'WARDMNT'      TO CJP-PROGRAM.
           MOVE 'ROOMDATA'     TO CJP-FILE-ID.
           MOVE RI-KEY         TO CJP-KEY.
           MOVE WT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, ROOM-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       865-EXIT.
           EXIT.

       870-JOURNAL-BED.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'WARDMNT'      TO CJP-PROGRAM.
           MOVE 'HOSPBED'      TO CJP-FILE-ID.
           MOVE BI-KEY         TO CJP-KEY.
           MOVE WT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, BED-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       870-EXIT.
           EXIT.

       900-READ-WRDTRAN.
           READ WRDTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
