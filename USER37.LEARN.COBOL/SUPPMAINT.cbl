       DATA DIVISION.
       FILE SECTION.
       FD  SUPPTRAN
           RECORD CONTAINS 278 CHARACTERS.
       01  SUPPTRAN-REC.
           05 ST-TRANS-CODE                     PIC X(01).
               88 ST-ADD                                    VALUE 'A'.
               10 ST-ADDR-STATE                   PIC X(02).
               10 ST-ZIP-CODE                     PIC X(10).
           05 ST-OPERATOR-ID                    PIC X(08).
           05 ST-SUPPLIER-TAX-ID                PIC X(09).
           05 ST-SUPPLIER-TIN-TYPE              PIC X(01).
           05 ST-SUPPLIER-1099-SW               PIC X(01).

       FD  SUPPMSTR
           RECORD CONTAINS 269 CHARACTERS.
       01  SUPPMSTR-REC.
           COPY VARSUPP.
           COPY VARADDR.
               88 OPERATOR-AUTHORIZED                      VALUE 'Y'.
           05 ADDRESS-VALID-SW                  PIC X(01)  VALUE 'Y'.
               88 ADDRESSES-VALID                          VALUE 'Y'.
           05 TAX-DATA-VALID-SW                 PIC X(01)  VALUE 'Y'.
               88 TAX-DATA-VALID                           VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 SUPPTRAN-ST                       PIC X(02).
                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * supplier master's fields.
           COPY CHGJPARM.
       01  SUPPMSTR-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 031.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-SUPPLIER-CODE        0001010N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-SUPPLIER-TYPE        0011001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-SUPPLIER-NAME        0012015N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-SUPPLIER-PERF        0027003N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-SUPPLIER-RATING      0030001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-SUPPLIER-STATUS      0031001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-SUPPLIER-ACT-DATE    0032008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-SUPPLIER-TAX-ID      0040009S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-SUPPLIER-TIN-TYPE    0049001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-SUPPLIER-1099-SW     0050001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ADDRESS-TYPE(01)     0051001S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ADDRESS-1(01)        0052015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ADDRESS-2(01)        0067015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ADDRESS-3(01)        0082015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-CITY(01)             0097015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ADDR-STATE(01)       0112002S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ZIP-CODE(01)         0114010S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ADDRESS-TYPE(02)     0124001S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ADDRESS-1(02)        0125015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ADDRESS-2(02)        0140015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ADDRESS-3(02)        0155015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-CITY(02)             0170015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ADDR-STATE(02)       0185002S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ZIP-CODE(02)         0187010S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ADDRESS-TYPE(03)     0197001S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ADDRESS-1(03)        0198015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ADDRESS-2(03)        0213015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ADDRESS-3(03)        0228015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-CITY(03)             0243015S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ADDR-STATE(03)       0258002S'.
           05 FILLER                            PIC X(32)
                  VALUE 'WS-ZIP-CODE(03)         0260010S'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

           EVALUATE TRUE
               WHEN ST-ADD
                   PERFORM 320-VALIDATE-ADDRESSES THRU 320-EXIT
                   PERFORM 360-VALIDATE-TAX-DATA THRU 360-EXIT
                   IF NOT ADDRESSES-VALID
                       PERFORM 380-REJECT-BAD-ADDRESSES THRU 380-EXIT
                   ELSE
                   IF NOT TAX-DATA-VALID
                       PERFORM 390-REJECT-BAD-TAX-DATA THRU 390-EXIT
                   ELSE
                       PERFORM 400-ADD-SUPPLIER THRU 400-EXIT
                   END-IF
                   END-IF
               WHEN ST-CHANGE
                   PERFORM 320-VALIDATE-ADDRESSES THRU 320-EXIT
                   PERFORM 360-VALIDATE-TAX-DATA THRU 360-EXIT
                   IF NOT ADDRESSES-VALID
                       PERFORM 380-REJECT-BAD-ADDRESSES THRU 380-EXIT
                   ELSE
                   IF NOT TAX-DATA-VALID
                       PERFORM 390-REJECT-BAD-TAX-DATA THRU 390-EXIT
                   ELSE
                       PERFORM 450-CHANGE-SUPPLIER THRU 450-EXIT
                   END-IF
                   END-IF
               WHEN ST-DELETE
                   PERFORM 480-DELETE-SUPPLIER THRU 480-EXIT
       340-EXIT.
           EXIT.

      * The W-9 fields may be left blank until the form comes in,
      * but a TIN that is there must be nine digits with its type,
      * and the 1099 flag is Y, N or blank.
       360-VALIDATE-TAX-DATA.
           MOVE 'Y' TO TAX-DATA-VALID-SW.
           IF ST-SUPPLIER-TAX-ID NOT = SPACES
               IF ST-SUPPLIER-TAX-ID NOT NUMERIC
                   MOVE 'N' TO TAX-DATA-VALID-SW
               END-IF
               IF ST-SUPPLIER-TIN-TYPE NOT = 'E' AND NOT = 'S'
                   MOVE 'N' TO TAX-DATA-VALID-SW
               END-IF
           END-IF.
           IF ST-SUPPLIER-1099-SW NOT = SPACE
              AND ST-SUPPLIER-1099-SW NOT = 'Y' AND NOT = 'N'
               MOVE 'N' TO TAX-DATA-VALID-SW.
       360-EXIT.
           EXIT.

       380-REJECT-BAD-ADDRESSES.
           MOVE ST-TRANS-CODE TO RJ-TRANS-CODE.
           MOVE ST-SUPPLIER-CODE TO RJ-SUPPLIER-CODE.
       380-EXIT.
           EXIT.

       390-REJECT-BAD-TAX-DATA.
           MOVE ST-TRANS-CODE TO RJ-TRANS-CODE.
           MOVE ST-SUPPLIER-CODE TO RJ-SUPPLIER-CODE.
           MOVE 'TAX ID, TIN TYPE OR 1099 FLAG INVALID' TO RJ-REASON.
           WRITE SYSOUT-REC FROM SUPP-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       390-EXIT.
           EXIT.

       400-ADD-SUPPLIER.
           MOVE "400-ADD-SUPPLIER" TO PARA-NAME.
           MOVE ST-SUPPLIER-CODE TO WS-SUPPLIER-CODE.
           READ SUPPMSTR.
           MOVE SUPPMSTR-REC TO CJP-BEFORE-IMAGE.
           IF SUPPMSTR-FOUND
               MOVE ST-TRANS-CODE TO RJ-TRANS-CODE
               MOVE ST-SUPPLIER-CODE TO RJ-SUPPLIER-CODE
               ADD +1 TO TRANS-REJECTED
           ELSE
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE SUPPMSTR-REC TO CJP-AFTER-IMAGE
               WRITE SUPPMSTR-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.
           MOVE ST-SUPPLIER-RATING   TO WS-SUPPLIER-RATING.
           MOVE ST-SUPPLIER-STATUS   TO WS-SUPPLIER-STATUS.
           MOVE ST-SUPPLIER-ACT-DATE TO WS-SUPPLIER-ACT-DATE.
           MOVE ST-SUPPLIER-TAX-ID   TO WS-SUPPLIER-TAX-ID.
           MOVE ST-SUPPLIER-TIN-TYPE TO WS-SUPPLIER-TIN-TYPE.
           MOVE ST-SUPPLIER-1099-SW  TO WS-SUPPLIER-1099-SW.
           PERFORM 430-MOVE-ONE-ADDRESS THRU 430-EXIT
               VARYING ST-ADDR-IDX FROM 1 BY 1
                   UNTIL ST-ADDR-IDX > 3.
           MOVE "450-CHANGE-SUPPLIER" TO PARA-NAME.
           MOVE ST-SUPPLIER-CODE TO WS-SUPPLIER-CODE.
           READ SUPPMSTR.
           MOVE SUPPMSTR-REC TO CJP-BEFORE-IMAGE.
           IF SUPPMSTR-FOUND
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE SUPPMSTR-REC TO CJP-AFTER-IMAGE
               REWRITE SUPPMSTR-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED
           ELSE
               MOVE ST-TRANS-CODE TO RJ-TRANS-CODE
           MOVE "480-DELETE-SUPPLIER" TO PARA-NAME.
           MOVE ST-SUPPLIER-CODE TO WS-SUPPLIER-CODE.
           READ SUPPMSTR.
           MOVE SUPPMSTR-REC TO CJP-BEFORE-IMAGE.
           IF SUPPMSTR-FOUND
               MOVE SPACES TO CJP-AFTER-IMAGE
               DELETE SUPPMSTR RECORD
               MOVE 'D' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-DELETED
           ELSE
               MOVE ST-TRANS-CODE TO RJ-TRANS-CODE
       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE SUPPTRAN, SUPPMSTR, SYSOUT, AUTHMSTR.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, SUPPMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per supplier field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'              TO CJP-FUNCTION.
           MOVE 'SUPPMAINT'      TO CJP-PROGRAM.
           MOVE 'SUPPMSTR'       TO CJP-FILE-ID.
           MOVE ST-SUPPLIER-CODE TO CJP-KEY.
           MOVE ST-OPERATOR-ID   TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, SUPPMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-SUPPTRAN.
           READ SUPPTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
