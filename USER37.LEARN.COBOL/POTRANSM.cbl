       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POTRANSM.
      * Purchase order transmission. Each PO goes to the supplier's
      * order address with the blueprint and spec revision the part
      * is at on the parts master, so the supplier builds to the
      * current revision. After the POs, any engineering change
      * notices ECOAPPLY raised against open orders are sent the
      * same way - one change notice per affected PO, telling the
      * supplier the revision the order moves to or that it is
      * cancelled.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           SELECT POXMIT    ASSIGN TO POXMIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS POXMIT-ST.
           SELECT PARTMSTR  ASSIGN TO PARTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WS-PART-NUMBER
                  FILE STATUS IS PARTMSTR-STATUS.
           SELECT ECONTC    ASSIGN TO ECONTC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ECONTC-ST.
           SELECT POCHGX    ASSIGN TO POCHGX
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS POCHGX-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.
           10  PF-DELIVERY-DATE      PIC X(08).

       FD  SUPPMSTR
           RECORD CONTAINS 269 CHARACTERS.
       01  SUPPMSTR-REC.
           COPY VARSUPP.
           COPY VARADDR.

       FD  POXMIT
           RECORD CONTAINS 178 CHARACTERS.
       01  POXMIT-REC.
           10  PX-SUPPLIER-CODE          PIC X(10).
           10  PX-SUPPLIER-NAME          PIC X(15).
           10  PX-UNIT-PRICE             PIC S9(7)V99.
           10  PX-ORDER-DATE             PIC X(08).
           10  PX-DELIVERY-DATE          PIC X(08).
           10  PX-BLUEPRINT-NUMBER       PIC X(10).
           10  PX-SPEC-NUMBER            PIC X(07).

       FD  PARTMSTR
           RECORD CONTAINS 92 CHARACTERS.
       01  PARTMSTR-REC.
           COPY VARPARTS.

       FD  ECONTC
           RECORD CONTAINS 100 CHARACTERS.
           COPY ECONTC.

       FD  POCHGX
           RECORD CONTAINS 182 CHARACTERS.
       01  POCHGX-REC.
           10  CX-SUPPLIER-CODE          PIC X(10).
           10  CX-SUPPLIER-NAME          PIC X(15).
           10  CX-SUPPLIER-ADDRESS-1     PIC X(15).
           10  CX-SUPPLIER-ADDRESS-2     PIC X(15).
           10  CX-SUPPLIER-ADDRESS-3     PIC X(15).
           10  CX-SUPPLIER-CITY          PIC X(15).
           10  CX-SUPPLIER-STATE         PIC X(02).
           10  CX-SUPPLIER-ZIP           PIC X(10).
           10  CX-PO-NUMBER              PIC X(06).
           10  CX-PART-NUMBER            PIC X(23).
           10  CX-ECO-NUMBER             PIC X(06).
           10  CX-ACTION                 PIC X(01).
               88  CX-CHANGE-ORDER               VALUE 'C'.
               88  CX-CANCEL-ORDER               VALUE 'X'.
           10  CX-OLD-BLUEPRINT          PIC X(10).
           10  CX-NEW-BLUEPRINT          PIC X(10).
           10  CX-OLD-SPEC               PIC X(07).
           10  CX-NEW-SPEC               PIC X(07).
           10  CX-EFFECTIVE-DATE         PIC 9(08).
           10  CX-QUANTITY               PIC S9(7).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
      * ever sees a test PO.
           05 TEST-RUN-SW                       PIC X(01)  VALUE 'N'.
               88 TEST-MODE-RUN                            VALUE 'Y'.
           05 MORE-NOTICES-SW                   PIC X(01)  VALUE 'N'.
               88 NO-MORE-NOTICES                          VALUE 'N'.
           05 ECONTC-AVAILABLE-SW               PIC X(01)  VALUE 'N'.
               88 ECONTC-AVAILABLE                         VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 POFILE-ST                         PIC X(02).
               88 POXMIT-OK                                VALUE '00'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.
           05 PARTMSTR-STATUS                   PIC X(02).
               88 PARTMSTR-FOUND                           VALUE '00'.
           05 ECONTC-ST                         PIC X(02).
               88 ECONTC-OK                                VALUE '00'.
           05 POCHGX-ST                         PIC X(02).
               88 POCHGX-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 PO-RECORDS-READ                   PIC 9(07)  VALUE ZERO.
           05 PO-TRANSMITTED                    PIC 9(07)  VALUE ZERO.
           05 PO-SKIPPED                        PIC 9(07)  VALUE ZERO.
           05 NOTICES-READ                      PIC 9(07)  VALUE ZERO.
           05 NOTICES-SENT                      PIC 9(07)  VALUE ZERO.
           05 NOTICES-SKIPPED                   PIC 9(07)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-PROCESS-POS
               UNTIL NO-MORE-POFILE.
           PERFORM 300-SEND-CHANGE-NOTICE THRU 300-EXIT
               UNTIL NO-MORE-NOTICES.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.
           PERFORM 050-CHECK-RUN-PARAMETERS THRU 050-EXIT.
           PERFORM 600-OPEN-FILES.
           PERFORM 900-READ-POFILE THRU 900-EXIT.
           IF ECONTC-AVAILABLE
               MOVE 'Y' TO MORE-NOTICES-SW
               PERFORM 950-READ-ECONTC THRU 950-EXIT.

      * A day with no new POs still sends any change notices.
           IF NO-MORE-POFILE AND NO-MORE-NOTICES
               MOVE "EMPTY PURCHASE ORDER FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

           MOVE PF-UNIT-PRICE                   TO PX-UNIT-PRICE.
           MOVE PF-ORDER-DATE                    TO PX-ORDER-DATE.
           MOVE PF-DELIVERY-DATE                TO PX-DELIVERY-DATE.
           MOVE PF-PART-NUMBER                  TO WS-PART-NUMBER.
           READ PARTMSTR.
           IF PARTMSTR-FOUND
               MOVE WS-BLUEPRINT-NUMBER         TO PX-BLUEPRINT-NUMBER
               MOVE WS-SPEC-NUMBER              TO PX-SPEC-NUMBER
           ELSE
               MOVE SPACES                      TO PX-BLUEPRINT-NUMBER
                                                   PX-SPEC-NUMBER.
       240-EXIT.
           EXIT.

      * Change notices go to the same order address as the PO
      * itself, and a test run builds and counts them but sends
      * none, as with the POs.
       300-SEND-CHANGE-NOTICE.
           MOVE "300-SEND-CHANGE-NOTICE" TO PARA-NAME.
           MOVE NT-SUPPLIER-CODE TO WS-SUPPLIER-CODE.
           READ SUPPMSTR.
           IF SUPPMSTR-FOUND
               PERFORM 220-FIND-ORDER-ADDRESS THRU 220-EXIT
               IF SUPPLIER-ADDR-FOUND
                   PERFORM 340-BUILD-CHANGE-RECORD THRU 340-EXIT
                   IF NOT TEST-MODE-RUN
                       WRITE POCHGX-REC
                   END-IF
                   ADD 1 TO NOTICES-SENT
               ELSE
                   DISPLAY "NO ORDER ADDRESS - CHANGE NOTICE SKIPPED "
                           NT-PO-NUMBER
                   ADD 1 TO NOTICES-SKIPPED
               END-IF
           ELSE
               DISPLAY "SUPPLIER NOT ON FILE - CHANGE NOTICE SKIPPED "
                       NT-PO-NUMBER
               ADD 1 TO NOTICES-SKIPPED
           END-IF.
           PERFORM 950-READ-ECONTC THRU 950-EXIT.
       300-EXIT.
           EXIT.

       340-BUILD-CHANGE-RECORD.
           SET WS-ADDR-IDX TO WS-ADDR-SCAN-IDX.
           MOVE WS-SUPPLIER-CODE                TO CX-SUPPLIER-CODE.
           MOVE WS-SUPPLIER-NAME                TO CX-SUPPLIER-NAME.
           MOVE WS-ADDRESS-1 (WS-ADDR-IDX)   TO CX-SUPPLIER-ADDRESS-1.
           MOVE WS-ADDRESS-2 (WS-ADDR-IDX)   TO CX-SUPPLIER-ADDRESS-2.
           MOVE WS-ADDRESS-3 (WS-ADDR-IDX)   TO CX-SUPPLIER-ADDRESS-3.
           MOVE WS-CITY (WS-ADDR-IDX)           TO CX-SUPPLIER-CITY.
           MOVE WS-ADDR-STATE (WS-ADDR-IDX)     TO CX-SUPPLIER-STATE.
           MOVE WS-ZIP-CODE (WS-ADDR-IDX)       TO CX-SUPPLIER-ZIP.
           MOVE NT-PO-NUMBER                    TO CX-PO-NUMBER.
           MOVE NT-PART-NUMBER                  TO CX-PART-NUMBER.
           MOVE NT-ECO-NUMBER                   TO CX-ECO-NUMBER.
           MOVE NT-ORDER-DISP                   TO CX-ACTION.
           MOVE NT-OLD-BLUEPRINT                TO CX-OLD-BLUEPRINT.
           MOVE NT-NEW-BLUEPRINT                TO CX-NEW-BLUEPRINT.
           MOVE NT-OLD-SPEC                     TO CX-OLD-SPEC.
           MOVE NT-NEW-SPEC                     TO CX-NEW-SPEC.
           MOVE NT-EFFECTIVE-DATE               TO CX-EFFECTIVE-DATE.
           MOVE NT-QUANTITY                     TO CX-QUANTITY.
       340-EXIT.
           EXIT.

       600-OPEN-FILES.
           MOVE "600-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT POFILE.
           OPEN INPUT SUPPMSTR.
           OPEN OUTPUT POXMIT.
           OPEN INPUT PARTMSTR.
           OPEN INPUT ECONTC.
           IF ECONTC-OK
               MOVE 'Y' TO ECONTC-AVAILABLE-SW
           ELSE
               DISPLAY "NO CHANGE NOTICE FILE - NO NOTICES SENT".
           OPEN OUTPUT POCHGX.
       600-EXIT.
           EXIT.

       650-CLOSE-FILES.
           MOVE "650-CLOSE-FILES" TO PARA-NAME.
           CLOSE POFILE, SUPPMSTR, POXMIT, PARTMSTR, POCHGX.
           IF ECONTC-AVAILABLE
               CLOSE ECONTC.
       650-EXIT.
           EXIT.

       900-EXIT.
           EXIT.

       950-READ-ECONTC.
           READ ECONTC
               AT END MOVE "N" TO MORE-NOTICES-SW
               GO TO 950-EXIT
           END-READ.
           ADD 1 TO NOTICES-READ.
       950-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           DISPLAY "PO RECORDS READ: " PO-RECORDS-READ.
           DISPLAY "PO TRANSMITTED:  " PO-TRANSMITTED.
           DISPLAY "PO SKIPPED:      " PO-SKIPPED.
           DISPLAY "NOTICES READ:    " NOTICES-READ.
           DISPLAY "NOTICES SENT:    " NOTICES-SENT.
           DISPLAY "NOTICES SKIPPED: " NOTICES-SKIPPED.
           PERFORM 650-CLOSE-FILES THRU 650-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
