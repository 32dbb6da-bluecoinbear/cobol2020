       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ECOMAINT.
      * Engineering change order maintenance. An entry transaction
      * puts one line of an ECO on the ECO master for each part the
      * change revises, capturing the blueprint and spec revision
      * the part is at today from the parts master, the revision it
      * moves to (a blank new blueprint or spec leaves that one
      * unchanged), the effectivity date and the disposition of
      * stock on hand and open orders. An approve or reject
      * transaction acts on one line, or on every pending line of
      * the ECO when no part is given. Every transaction is checked
      * against the operator's ECO authority on the authorization
      * master, and no one approves or rejects an ECO line they
      * entered themselves. Only approved lines are ever applied to
      * the parts master - ECOAPPLY does that once the effectivity
      * date arrives.
      * Every ECO master field a transaction changes is written
      * to the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECOTRAN   ASSIGN TO ECOTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ECOTRAN-ST.
           SELECT AUTHMSTR  ASSIGN TO AUTHMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AU-OPERATOR-ID
                  FILE STATUS IS AUTHMSTR-STATUS.
           SELECT PARTMSTR  ASSIGN TO PARTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WS-PART-NUMBER
                  FILE STATUS IS PARTMSTR-STATUS.
           SELECT ECOMSTR   ASSIGN TO ECOMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EC-KEY
                  FILE STATUS IS ECOMSTR-STATUS.
           SELECT ECORPT    ASSIGN TO ECORPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ECORPT-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  ECOTRAN
           RECORD CONTAINS 100 CHARACTERS.
       01  ECOTRAN-REC.
           05 ET-TRANS-CODE                     PIC X(01).
               88 ET-ENTER                                  VALUE 'E'.
               88 ET-APPROVE                                VALUE 'A'.
               88 ET-REJECT                                 VALUE 'R'.
           05 ET-ECO-NUMBER                     PIC X(06).
           05 ET-PART-NUMBER                    PIC X(23).
           05 ET-NEW-BLUEPRINT                  PIC X(10).
           05 ET-NEW-SPEC                       PIC X(07).
           05 ET-EFFECTIVE-DATE                 PIC 9(08).
           05 ET-STOCK-DISP                     PIC X(01).
           05 ET-ORDER-DISP                     PIC X(01).
           05 ET-DESCRIPTION                    PIC X(30).
           05 ET-OPERATOR-ID                    PIC X(08).
           05 FILLER                            PIC X(05).

       FD  AUTHMSTR
           RECORD CONTAINS 60 CHARACTERS.
           COPY AUTHMSTR.

       FD  PARTMSTR
           RECORD CONTAINS 92 CHARACTERS.
       01  PARTMSTR-REC.
           COPY VARPARTS.

       FD  ECOMSTR
           RECORD CONTAINS 150 CHARACTERS.
           COPY ECOMSTR.

       FD  ECORPT
           RECORD CONTAINS 120 CHARACTERS.
       01  ECORPT-REC                           PIC X(120).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 OPERATOR-AUTH-SW                  PIC X(01)  VALUE 'N'.
               88 OPERATOR-AUTHORIZED                      VALUE 'Y'.
           05 MORE-LINES-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-LINES                            VALUE 'N'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  FILE-STATUS-WS.
           05 ECOTRAN-ST                        PIC X(02).
               88 ECOTRAN-OK                               VALUE '00'.
           05 AUTHMSTR-STATUS                   PIC X(02).
               88 AUTHMSTR-FOUND                           VALUE '00'.
           05 PARTMSTR-STATUS                   PIC X(02).
               88 PARTMSTR-FOUND                           VALUE '00'.
           05 ECOMSTR-STATUS                    PIC X(02).
               88 ECOMSTR-FOUND                            VALUE '00'.
               88 ECOMSTR-MISSING                          VALUE '35'.
           05 ECORPT-ST                         PIC X(02).
               88 ECORPT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 LINES-ENTERED                     PIC 9(07)  VALUE ZERO.
           05 LINES-APPROVED                    PIC 9(07)  VALUE ZERO.
           05 LINES-REJECTED                    PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.
           05 LINES-ACTED-ON                    PIC 9(05)  VALUE ZERO.

       77  AUTH-SUB-WS                          PIC 9(01)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).

       01  ECO-HEADING-LINE.
           05 FILLER                            PIC X(32)
                  VALUE 'ENGINEERING CHANGE MAINTENANCE  '.
           05 EH-DATE                           PIC 9(08).

       01  ECO-APPLIED-LINE.
           05 FILLER                            PIC X(10)
                  VALUE 'APPLIED - '.
           05 AP-TRANS-CODE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 AP-ECO-NUMBER                     PIC X(06).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 AP-PART-NUMBER                    PIC X(23).
           05 FILLER                     PIC X(07) VALUE ' BP:   '.
           05 AP-OLD-BLUEPRINT                  PIC X(10).
           05 FILLER                     PIC X(04) VALUE ' TO '.
           05 AP-NEW-BLUEPRINT                  PIC X(10).
           05 FILLER                     PIC X(07) VALUE ' SPEC: '.
           05 AP-OLD-SPEC                       PIC X(07).
           05 FILLER                     PIC X(04) VALUE ' TO '.
           05 AP-NEW-SPEC                       PIC X(07).
           05 FILLER                     PIC X(05) VALUE ' BY: '.
           05 AP-OPERATOR-ID                    PIC X(08).

       01  ECO-REJECT-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'REJECTED -  '.
           05 RJ-TRANS-CODE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-ECO-NUMBER                     PIC X(06).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-PART-NUMBER                    PIC X(23).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  ECO-SUMMARY-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'TRANS READ: '.
           05 PS-READ-O                         PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(11)
                  VALUE '  ENTERED: '.
           05 PS-ENTERED-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  APPROVED: '.
           05 PS-APPROVED-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(15)
                  VALUE '  DISAPPROVED: '.
           05 PS-DISAPPROVED-O                  PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  REJECTED: '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * ECO master's fields.
           COPY CHGJPARM.
       01  ECOMSTR-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 016.
           05 FILLER                            PIC X(32)
                  VALUE 'EC-ECO-NUMBER           0001006N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EC-PART-NUMBER          0007023N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EC-STATUS               0030001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EC-OLD-BLUEPRINT        0031010N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EC-NEW-BLUEPRINT        0041010N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EC-OLD-SPEC             0051007N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EC-NEW-SPEC             0058007N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EC-EFFECTIVE-DATE       0065008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EC-STOCK-DISP           0073001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EC-ORDER-DISP           0074001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EC-DESCRIPTION          0075030N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EC-ORIGINATOR           0105008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EC-ENTERED-DATE         0113008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EC-APPROVER             0121008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EC-APPROVED-DATE        0129008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'EC-APPLIED-DATE         0137008N'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAINLINE
               UNTIL NO-MORE-TRANS.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF TRANS-REJECTED > ZERO
               MOVE +4 TO RETURN-CODE
           ELSE
               MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS.
           PERFORM 800-OPEN-FILES.
           MOVE CURR-DATE-WS TO EH-DATE.
           WRITE ECORPT-REC FROM ECO-HEADING-LINE.
           PERFORM 900-READ-ECOTRAN THRU 900-EXIT.

           IF NO-MORE-TRANS
               MOVE "EMPTY ECO TRANSACTION FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       050-CHECK-RUN-PARAMETERS.
           OPEN INPUT RUNPARM
           IF RUNPARM-OK
               READ RUNPARM INTO RUNPARM-REC
                   AT END MOVE SPACE TO RP-DATE-OVERRIDE-SW
               END-READ
               CLOSE RUNPARM
               IF RP-DATE-OVERRIDDEN
                   MOVE RP-BUSINESS-DATE TO CURR-DATE-WS
               END-IF
           ELSE
               DISPLAY "NO RUNPARM FILE - USING SYSTEM DATE".

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-PROCESS-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-ECOTRAN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           MOVE ET-TRANS-CODE  TO RJ-TRANS-CODE.
           MOVE ET-ECO-NUMBER  TO RJ-ECO-NUMBER.
           MOVE ET-PART-NUMBER TO RJ-PART-NUMBER.
           PERFORM 310-CHECK-AUTHORITY THRU 310-EXIT.
           IF NOT OPERATOR-AUTHORIZED
               MOVE 'OPERATOR NOT AUTHORIZED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF ET-ECO-NUMBER = SPACES
               MOVE 'ECO NUMBER MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           EVALUATE TRUE
               WHEN ET-ENTER
                   PERFORM 400-ENTER-ECO-LINE THRU 400-EXIT
               WHEN ET-APPROVE
               WHEN ET-REJECT
                   PERFORM 500-DECIDE-ECO THRU 500-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

       310-CHECK-AUTHORITY.
           MOVE "310-CHECK-AUTHORITY" TO PARA-NAME.
           MOVE 'N' TO OPERATOR-AUTH-SW.
           MOVE ET-OPERATOR-ID TO AU-OPERATOR-ID.
           READ AUTHMSTR.
           IF AUTHMSTR-FOUND AND AU-ACTIVE
               PERFORM 315-CHECK-ONE-CODE THRU 315-EXIT
                   VARYING AUTH-SUB-WS FROM 1 BY 1
                       UNTIL AUTH-SUB-WS > 4
                          OR OPERATOR-AUTHORIZED.
       310-EXIT.
           EXIT.

       315-CHECK-ONE-CODE.
           IF AU-ECO-AUTH (AUTH-SUB-WS:1) = ET-TRANS-CODE
              AND ET-TRANS-CODE NOT = SPACE
               MOVE 'Y' TO OPERATOR-AUTH-SW
           END-IF.
       315-EXIT.
           EXIT.

      * A new ECO line. The old revision is whatever the parts
      * master carries now, so the line records exactly what it
      * changes from; a blank new blueprint or spec keeps the
      * current one. Dispositions default to use-as-is.
       400-ENTER-ECO-LINE.
           MOVE "400-ENTER-ECO-LINE" TO PARA-NAME.
           MOVE ET-PART-NUMBER TO WS-PART-NUMBER.
           READ PARTMSTR.
           IF NOT PARTMSTR-FOUND
               MOVE 'PART NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF WS-PART-OBSOLETE
               MOVE 'PART IS OBSOLETE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF ET-EFFECTIVE-DATE NOT NUMERIC
              OR ET-EFFECTIVE-DATE = ZERO
               MOVE 'INVALID EFFECTIVITY DATE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF ET-STOCK-DISP = SPACE
               MOVE 'U' TO ET-STOCK-DISP.
           IF ET-ORDER-DISP = SPACE
               MOVE 'U' TO ET-ORDER-DISP.
           IF ET-STOCK-DISP NOT = 'U' AND NOT = 'R' AND NOT = 'S'
               MOVE 'INVALID STOCK DISPOSITION' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF ET-ORDER-DISP NOT = 'U' AND NOT = 'C' AND NOT = 'X'
               MOVE 'INVALID ORDER DISPOSITION' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF ET-NEW-BLUEPRINT = SPACES
               MOVE WS-BLUEPRINT-NUMBER TO ET-NEW-BLUEPRINT.
           IF ET-NEW-SPEC = SPACES
               MOVE WS-SPEC-NUMBER TO ET-NEW-SPEC.
           IF ET-NEW-BLUEPRINT = WS-BLUEPRINT-NUMBER
              AND ET-NEW-SPEC = WS-SPEC-NUMBER
               MOVE 'NO REVISION CHANGE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE ET-ECO-NUMBER  TO EC-ECO-NUMBER.
           MOVE ET-PART-NUMBER TO EC-PART-NUMBER.
           READ ECOMSTR.
           IF ECOMSTR-FOUND
               MOVE 'PART ALREADY ON THIS ECO' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE SPACES TO EC-ECO-REC.
           MOVE ET-ECO-NUMBER       TO EC-ECO-NUMBER.
           MOVE ET-PART-NUMBER      TO EC-PART-NUMBER.
           MOVE 'P'                 TO EC-STATUS.
           MOVE WS-BLUEPRINT-NUMBER TO EC-OLD-BLUEPRINT.
           MOVE ET-NEW-BLUEPRINT    TO EC-NEW-BLUEPRINT.
           MOVE WS-SPEC-NUMBER      TO EC-OLD-SPEC.
           MOVE ET-NEW-SPEC         TO EC-NEW-SPEC.
           MOVE ET-EFFECTIVE-DATE   TO EC-EFFECTIVE-DATE.
           MOVE ET-STOCK-DISP       TO EC-STOCK-DISP.
           MOVE ET-ORDER-DISP       TO EC-ORDER-DISP.
           MOVE ET-DESCRIPTION      TO EC-DESCRIPTION.
           MOVE ET-OPERATOR-ID      TO EC-ORIGINATOR.
           MOVE CURR-DATE-WS        TO EC-ENTERED-DATE.
           MOVE ZERO                TO EC-APPROVED-DATE,
                                       EC-APPLIED-DATE.
           MOVE SPACES              TO CJP-BEFORE-IMAGE.
           MOVE EC-ECO-REC          TO CJP-AFTER-IMAGE.
           WRITE EC-ECO-REC.
           IF NOT ECOMSTR-FOUND
               MOVE "ECO MASTER WRITE FAILED" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           MOVE 'A' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO LINES-ENTERED.
           PERFORM 600-WRITE-APPLIED THRU 600-EXIT.
       400-EXIT.
           EXIT.

      * Approval or rejection. With a part number it acts on that
      * one line; with the part left blank it acts on every line
      * of the ECO still pending, read in key order from the
      * first line of the ECO.
       500-DECIDE-ECO.
           MOVE "500-DECIDE-ECO" TO PARA-NAME.
           MOVE ZERO TO LINES-ACTED-ON.
           IF ET-PART-NUMBER NOT = SPACES
               MOVE ET-ECO-NUMBER  TO EC-ECO-NUMBER
               MOVE ET-PART-NUMBER TO EC-PART-NUMBER
               READ ECOMSTR
               IF NOT ECOMSTR-FOUND
                   MOVE 'ECO LINE NOT ON FILE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
               ELSE
                   PERFORM 540-DECIDE-ONE-LINE THRU 540-EXIT
               END-IF
               GO TO 500-EXIT.
           MOVE ET-ECO-NUMBER TO EC-ECO-NUMBER.
           MOVE LOW-VALUES    TO EC-PART-NUMBER.
           MOVE 'Y' TO MORE-LINES-SW.
           START ECOMSTR KEY IS NOT LESS THAN EC-KEY
               INVALID KEY MOVE 'N' TO MORE-LINES-SW
           END-START.
           PERFORM 520-DECIDE-NEXT-LINE THRU 520-EXIT
               UNTIL NO-MORE-LINES.
           IF LINES-ACTED-ON = ZERO
               MOVE 'NO PENDING LINES ON ECO' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT.
       500-EXIT.
           EXIT.

       520-DECIDE-NEXT-LINE.
           READ ECOMSTR NEXT
               AT END MOVE 'N' TO MORE-LINES-SW
               GO TO 520-EXIT
           END-READ.
           IF EC-ECO-NUMBER NOT = ET-ECO-NUMBER
               MOVE 'N' TO MORE-LINES-SW
               GO TO 520-EXIT.
           IF NOT EC-PENDING
               GO TO 520-EXIT.
           MOVE EC-PART-NUMBER TO RJ-PART-NUMBER.
           PERFORM 540-DECIDE-ONE-LINE THRU 540-EXIT.
       520-EXIT.
           EXIT.

       540-DECIDE-ONE-LINE.
           IF NOT EC-PENDING
               MOVE 'ECO LINE NOT PENDING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 540-EXIT.
           IF EC-ORIGINATOR = ET-OPERATOR-ID
               MOVE 'APPROVER ENTERED THIS ECO' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 540-EXIT.
           MOVE EC-ECO-REC TO CJP-BEFORE-IMAGE.
           IF ET-APPROVE
               MOVE 'A' TO EC-STATUS
               ADD +1 TO LINES-APPROVED
           ELSE
               MOVE 'R' TO EC-STATUS
               ADD +1 TO LINES-REJECTED.
           MOVE ET-OPERATOR-ID TO EC-APPROVER.
           MOVE CURR-DATE-WS   TO EC-APPROVED-DATE.
           MOVE EC-ECO-REC     TO CJP-AFTER-IMAGE.
           REWRITE EC-ECO-REC.
           IF NOT ECOMSTR-FOUND
               MOVE "ECO MASTER REWRITE FAILED" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO LINES-ACTED-ON.
           PERFORM 600-WRITE-APPLIED THRU 600-EXIT.
       540-EXIT.
           EXIT.

       600-WRITE-APPLIED.
           MOVE ET-TRANS-CODE    TO AP-TRANS-CODE.
           MOVE EC-ECO-NUMBER    TO AP-ECO-NUMBER.
           MOVE EC-PART-NUMBER   TO AP-PART-NUMBER.
           MOVE EC-OLD-BLUEPRINT TO AP-OLD-BLUEPRINT.
           MOVE EC-NEW-BLUEPRINT TO AP-NEW-BLUEPRINT.
           MOVE EC-OLD-SPEC      TO AP-OLD-SPEC.
           MOVE EC-NEW-SPEC      TO AP-NEW-SPEC.
           MOVE ET-OPERATOR-ID   TO AP-OPERATOR-ID.
           WRITE ECORPT-REC FROM ECO-APPLIED-LINE.
       600-EXIT.
           EXIT.

       700-WRITE-REJECT.
           WRITE ECORPT-REC FROM ECO-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT ECOTRAN.
           OPEN INPUT AUTHMSTR.
           OPEN INPUT PARTMSTR.
           OPEN I-O ECOMSTR.
           IF ECOMSTR-MISSING
               OPEN OUTPUT ECOMSTR
               CLOSE ECOMSTR
               OPEN I-O ECOMSTR.
           OPEN OUTPUT ECORPT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE ECOTRAN, AUTHMSTR, PARTMSTR, ECOMSTR, ECORPT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, ECOMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per ECO line field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'ECOMAINT'     TO CJP-PROGRAM.
           MOVE 'ECOMSTR'      TO CJP-FILE-ID.
           MOVE EC-KEY         TO CJP-KEY.
           MOVE ET-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, ECOMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-ECOTRAN.
           READ ECOTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.
           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO PS-READ-O.
           MOVE LINES-ENTERED      TO PS-ENTERED-O.
           MOVE LINES-APPROVED     TO PS-APPROVED-O.
           MOVE LINES-REJECTED     TO PS-DISAPPROVED-O.
           MOVE TRANS-REJECTED     TO PS-REJECTED-O.
           WRITE ECORPT-REC FROM ECO-SUMMARY-LINE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - ECOMAINT ***"
               UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
