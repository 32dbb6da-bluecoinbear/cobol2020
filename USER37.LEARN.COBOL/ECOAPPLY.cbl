       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ECOAPPLY.
      * Applies approved engineering change orders. Every approved
      * ECO line whose effectivity date has been reached moves its
      * part to the new blueprint and spec revision on the parts
      * master - the only way a part's revision changes now that
      * PARTMAINT refuses a revision change - and the revision it
      * left and the one it took are written to the revision
      * history file, so the part keeps its full revision trail.
      * A line whose part is no longer at the revision the ECO was
      * written against is not applied; it prints as an exception
      * and stays approved for engineering to sort out. For each
      * line applied the report then lists everything needing
      * action: the stock on hand against the stock disposition,
      * every BOM parent using the part, and every purchase order
      * still open for it against the order disposition. An open
      * PO the ECO changes to the new revision or cancels also gets
      * a change-notice request, which POTRANSM sends the supplier
      * on its next run. The line is then marked applied.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECOMSTR   ASSIGN TO ECOMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EC-KEY
                  FILE STATUS IS ECOMSTR-STATUS.
           SELECT PARTMSTR  ASSIGN TO PARTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WS-PART-NUMBER
                  FILE STATUS IS PARTMSTR-STATUS.
           SELECT REVHIST   ASSIGN TO REVHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RH-KEY
                  FILE STATUS IS REVHIST-STATUS.
           SELECT BOMMSTR   ASSIGN TO BOMMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS WS-PARENT-PART-NUMBER
                  FILE STATUS IS BOMMSTR-ST.
           SELECT POFILE    ASSIGN TO POFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS POFILE-ST.
           SELECT PORECFIL  ASSIGN TO PORECFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PR-PO-NUMBER
                  FILE STATUS IS PORECFIL-STATUS.
           SELECT INVPARTS  ASSIGN TO INVPARTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IP-PART-NUMBER
                  FILE STATUS IS INVPARTS-STATUS.
           SELECT ECONTC    ASSIGN TO ECONTC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ECONTC-ST.
           SELECT ECORPT    ASSIGN TO ECORPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ECORPT-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  ECOMSTR
           RECORD CONTAINS 150 CHARACTERS.
           COPY ECOMSTR.

       FD  PARTMSTR
           RECORD CONTAINS 92 CHARACTERS.
       01  PARTMSTR-REC.
           COPY VARPARTS.

       FD  REVHIST
           RECORD CONTAINS 100 CHARACTERS.
           COPY REVHIST.

       FD  BOMMSTR
           RECORD CONTAINS 303 CHARACTERS.
       01  BOMMSTR-REC.
           COPY VARBOM.

       FD  POFILE
           RECORD CONTAINS 74 CHARACTERS.
       01  POFILE-REC.
           10  PF-PO-NUMBER          PIC X(06).
           10  PF-PART-NUMBER        PIC X(23).
           10  PF-SUPPLIER-CODE      PIC X(10).
           10  PF-BUYER-CODE         PIC X(03).
           10  PF-QUANTITY           PIC S9(7).
           10  PF-UNIT-PRICE         PIC S9(7)V99.
           10  PF-ORDER-DATE         PIC X(08).
           10  PF-DELIVERY-DATE      PIC X(08).

      * Received-to-date per PO, maintained by PORECV - a PO
      * receiving has already closed needs no action.
       FD  PORECFIL
           RECORD CONTAINS 60 CHARACTERS.
           COPY PORECFIL.

       FD  INVPARTS
           RECORD CONTAINS 80 CHARACTERS.
           COPY INVPARTS.

       FD  ECONTC
           RECORD CONTAINS 100 CHARACTERS.
           COPY ECONTC.

       FD  ECORPT
           RECORD CONTAINS 120 CHARACTERS.
       01  ECORPT-REC                           PIC X(120).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-ECO-SW                       PIC X(01)  VALUE 'Y'.
               88 NO-MORE-ECO                              VALUE 'N'.
           05 MORE-PARENTS-SW                   PIC X(01)  VALUE 'Y'.
               88 NO-MORE-PARENTS                          VALUE 'N'.
           05 MORE-POFILE-SW                    PIC X(01)  VALUE 'Y'.
               88 NO-MORE-POFILE                           VALUE 'N'.
           05 INVPARTS-AVAILABLE-SW             PIC X(01)  VALUE 'N'.
               88 INVPARTS-AVAILABLE                       VALUE 'Y'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  FILE-STATUS-WS.
           05 ECOMSTR-STATUS                    PIC X(02).
               88 ECOMSTR-FOUND                            VALUE '00'.
           05 PARTMSTR-STATUS                   PIC X(02).
               88 PARTMSTR-FOUND                           VALUE '00'.
           05 REVHIST-STATUS                    PIC X(02).
               88 REVHIST-FOUND                            VALUE '00'.
               88 REVHIST-DUPLICATE                        VALUE '22'.
               88 REVHIST-MISSING                          VALUE '35'.
           05 BOMMSTR-ST                        PIC X(02).
               88 BOMMSTR-OK                               VALUE '00'.
           05 POFILE-ST                         PIC X(02).
               88 POFILE-OK                                VALUE '00'.
           05 PORECFIL-STATUS                   PIC X(02).
               88 PORECFIL-FOUND                           VALUE '00'.
               88 PORECFIL-MISSING                         VALUE '35'.
           05 INVPARTS-STATUS                   PIC X(02).
               88 INVPARTS-FOUND                           VALUE '00'.
           05 ECONTC-ST                         PIC X(02).
               88 ECONTC-OK                                VALUE '00'.
           05 ECORPT-ST                         PIC X(02).
               88 ECORPT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 ECO-LINES-READ                    PIC 9(07)  VALUE ZERO.
           05 ECO-LINES-APPLIED                 PIC 9(07)  VALUE ZERO.
           05 ECO-LINES-EXCEPTED                PIC 9(07)  VALUE ZERO.
           05 BOM-PARENTS-LISTED                PIC 9(07)  VALUE ZERO.
           05 OPEN-POS-LISTED                   PIC 9(07)  VALUE ZERO.
           05 NOTICES-WRITTEN                   PIC 9(07)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).

       01  ECO-HEADING-LINE.
           05 FILLER                            PIC X(32)
                  VALUE 'ENGINEERING CHANGE APPLICATION  '.
           05 EH-DATE                           PIC 9(08).

       01  ECO-APPLIED-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'APPLIED -   '.
           05 AP-ECO-NUMBER                     PIC X(06).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 AP-PART-NUMBER                    PIC X(23).
           05 FILLER                     PIC X(05) VALUE ' BP: '.
           05 AP-OLD-BLUEPRINT                  PIC X(10).
           05 FILLER                     PIC X(04) VALUE ' TO '.
           05 AP-NEW-BLUEPRINT                  PIC X(10).
           05 FILLER                     PIC X(07) VALUE ' SPEC: '.
           05 AP-OLD-SPEC                       PIC X(07).
           05 FILLER                     PIC X(04) VALUE ' TO '.
           05 AP-NEW-SPEC                       PIC X(07).
           05 FILLER                     PIC X(06) VALUE ' EFF: '.
           05 AP-EFFECTIVE-DATE                 PIC 9(08).

       01  ECO-EXCEPTION-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'EXCEPTION - '.
           05 EX-ECO-NUMBER                     PIC X(06).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 EX-PART-NUMBER                    PIC X(23).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 EX-REASON                         PIC X(30).

       01  ECO-STOCK-LINE.
           05 FILLER                            PIC X(17)
                  VALUE '    STOCK ON HAND'.
           05 FILLER                            PIC X(02) VALUE ': '.
           05 SL-ON-HAND-O                      PIC ZZZ,ZZ9-.
           05 FILLER                            PIC X(09)
                  VALUE '  ACTION:'.
           05 FILLER                            PIC X(01) VALUE SPACE.
           05 SL-ACTION                         PIC X(20).

       01  ECO-ACTION-LINE.
           05 FILLER                            PIC X(04) VALUE SPACES.
           05 AL-REFERENCE-TYPE                 PIC X(10).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 AL-REFERENCE-KEY                  PIC X(23).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 AL-SUPPLIER-CODE                  PIC X(10).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 AL-QUANTITY-O                     PIC ZZZ,ZZ9-.
           05 FILLER                            PIC X(09)
                  VALUE '  ACTION:'.
           05 FILLER                            PIC X(01) VALUE SPACE.
           05 AL-ACTION                         PIC X(20).

       01  ECO-SUMMARY-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'LINES READ: '.
           05 PS-READ-O                         PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(11)
                  VALUE '  APPLIED: '.
           05 PS-APPLIED-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(13)
                  VALUE '  EXCEPTIONS:'.
           05 PS-EXCEPTED-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  BOM USES: '.
           05 PS-PARENTS-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  OPEN POS: '.
           05 PS-OPEN-POS-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(11)
                  VALUE '  NOTICES: '.
           05 PS-NOTICES-O                      PIC ZZZ,ZZ9.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAINLINE
               UNTIL NO-MORE-ECO.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF ECO-LINES-EXCEPTED > ZERO
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
           PERFORM 900-READ-ECOMSTR THRU 900-EXIT.

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
           PERFORM 300-APPLY-ECO-LINE THRU 300-EXIT.
           PERFORM 900-READ-ECOMSTR THRU 900-EXIT.

      * Pending, rejected and already-applied lines are passed
      * over, as is an approved line not yet effective.
       300-APPLY-ECO-LINE.
           MOVE "300-APPLY-ECO-LINE" TO PARA-NAME.
           IF NOT EC-APPROVED
               GO TO 300-EXIT.
           IF EC-EFFECTIVE-DATE > CURR-DATE-WS
               GO TO 300-EXIT.
           MOVE EC-ECO-NUMBER  TO EX-ECO-NUMBER.
           MOVE EC-PART-NUMBER TO EX-PART-NUMBER.
           MOVE EC-PART-NUMBER TO WS-PART-NUMBER.
           READ PARTMSTR.
           IF NOT PARTMSTR-FOUND
               MOVE 'PART NOT ON FILE' TO EX-REASON
               PERFORM 700-WRITE-EXCEPTION THRU 700-EXIT
               GO TO 300-EXIT.
           IF WS-BLUEPRINT-NUMBER NOT = EC-OLD-BLUEPRINT
              OR WS-SPEC-NUMBER NOT = EC-OLD-SPEC
               MOVE 'REVISION MISMATCH' TO EX-REASON
               PERFORM 700-WRITE-EXCEPTION THRU 700-EXIT
               GO TO 300-EXIT.
           PERFORM 400-WRITE-REVISION-HISTORY THRU 400-EXIT.
           MOVE EC-NEW-BLUEPRINT TO WS-BLUEPRINT-NUMBER.
           MOVE EC-NEW-SPEC      TO WS-SPEC-NUMBER.
           REWRITE PARTMSTR-REC.
           IF NOT PARTMSTR-FOUND
               MOVE "PARTS MASTER REWRITE FAILED" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           MOVE EC-ECO-NUMBER     TO AP-ECO-NUMBER.
           MOVE EC-PART-NUMBER    TO AP-PART-NUMBER.
           MOVE EC-OLD-BLUEPRINT  TO AP-OLD-BLUEPRINT.
           MOVE EC-NEW-BLUEPRINT  TO AP-NEW-BLUEPRINT.
           MOVE EC-OLD-SPEC       TO AP-OLD-SPEC.
           MOVE EC-NEW-SPEC       TO AP-NEW-SPEC.
           MOVE EC-EFFECTIVE-DATE TO AP-EFFECTIVE-DATE.
           WRITE ECORPT-REC FROM ECO-APPLIED-LINE.
           PERFORM 450-LIST-STOCK THRU 450-EXIT.
           PERFORM 500-LIST-WHERE-USED THRU 500-EXIT.
           PERFORM 550-LIST-OPEN-POS THRU 550-EXIT.
           MOVE 'D' TO EC-STATUS.
           MOVE CURR-DATE-WS TO EC-APPLIED-DATE.
           REWRITE EC-ECO-REC.
           IF NOT ECOMSTR-FOUND
               MOVE "ECO MASTER REWRITE FAILED" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           ADD +1 TO ECO-LINES-APPLIED.
       300-EXIT.
           EXIT.

       400-WRITE-REVISION-HISTORY.
           MOVE SPACES TO RH-REVISION-REC.
           MOVE EC-PART-NUMBER    TO RH-PART-NUMBER.
           MOVE EC-EFFECTIVE-DATE TO RH-EFFECTIVE-DATE.
           MOVE EC-ECO-NUMBER     TO RH-ECO-NUMBER.
           MOVE EC-OLD-BLUEPRINT  TO RH-OLD-BLUEPRINT.
           MOVE EC-NEW-BLUEPRINT  TO RH-NEW-BLUEPRINT.
           MOVE EC-OLD-SPEC       TO RH-OLD-SPEC.
           MOVE EC-NEW-SPEC       TO RH-NEW-SPEC.
           MOVE CURR-DATE-WS      TO RH-APPLIED-DATE.
           MOVE EC-APPROVER       TO RH-APPROVER.
           MOVE EC-STOCK-DISP     TO RH-STOCK-DISP.
           MOVE EC-ORDER-DISP     TO RH-ORDER-DISP.
           WRITE RH-REVISION-REC.
           IF NOT REVHIST-FOUND AND NOT REVHIST-DUPLICATE
               MOVE "REVISION HISTORY WRITE FAILED" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       400-EXIT.
           EXIT.

      * Stock on hand is what the stock disposition applies to.
       450-LIST-STOCK.
           IF NOT INVPARTS-AVAILABLE
               GO TO 450-EXIT.
           MOVE EC-PART-NUMBER TO IP-PART-NUMBER.
           READ INVPARTS.
           IF NOT INVPARTS-FOUND OR IP-ON-HAND = ZERO
               GO TO 450-EXIT.
           MOVE IP-ON-HAND TO SL-ON-HAND-O.
           EVALUATE TRUE
               WHEN EC-STOCK-REWORK
                   MOVE 'REWORK TO NEW REV' TO SL-ACTION
               WHEN EC-STOCK-SCRAP
                   MOVE 'SCRAP' TO SL-ACTION
               WHEN OTHER
                   MOVE 'USE AS IS' TO SL-ACTION
           END-EVALUATE.
           WRITE ECORPT-REC FROM ECO-STOCK-LINE.
       450-EXIT.
           EXIT.

      * The where-used pass: every BOM parent calling for the part
      * is an assembly engineering has to review against the new
      * revision.
       500-LIST-WHERE-USED.
           MOVE 'Y' TO MORE-PARENTS-SW.
           OPEN INPUT BOMMSTR.
           IF BOMMSTR-OK
               PERFORM 520-CHECK-ONE-PARENT THRU 520-EXIT
                   UNTIL NO-MORE-PARENTS
               CLOSE BOMMSTR
           ELSE
               DISPLAY "NO BOM MASTER - WHERE-USED NOT LISTED".
       500-EXIT.
           EXIT.

       520-CHECK-ONE-PARENT.
           READ BOMMSTR NEXT
               AT END MOVE "N" TO MORE-PARENTS-SW
               GO TO 520-EXIT
           END-READ.
           PERFORM 540-CHECK-ONE-COMPONENT THRU 540-EXIT
               VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > 10.
       520-EXIT.
           EXIT.

       540-CHECK-ONE-COMPONENT.
           IF WS-COMPONENT-PART-NUMBER (WS-BOM-IDX)
                   = EC-PART-NUMBER
               MOVE 'BOM PARENT' TO AL-REFERENCE-TYPE
               MOVE WS-PARENT-PART-NUMBER TO AL-REFERENCE-KEY
               MOVE SPACES TO AL-SUPPLIER-CODE
               MOVE WS-COMPONENT-QTY (WS-BOM-IDX) TO AL-QUANTITY-O
               MOVE 'REVIEW ASSEMBLY' TO AL-ACTION
               WRITE ECORPT-REC FROM ECO-ACTION-LINE
               ADD +1 TO BOM-PARENTS-LISTED
           END-IF.
       540-EXIT.
           EXIT.

      * The open-PO pass: every order still out for the part is
      * listed against the order disposition; one the ECO changes
      * or cancels gets a change notice for the supplier.
       550-LIST-OPEN-POS.
           MOVE 'Y' TO MORE-POFILE-SW.
           OPEN INPUT POFILE.
           IF POFILE-OK
               PERFORM 560-CHECK-ONE-PO THRU 560-EXIT
                   UNTIL NO-MORE-POFILE
               CLOSE POFILE
           ELSE
               DISPLAY "NO PO FILE - OPEN POS NOT LISTED".
       550-EXIT.
           EXIT.

       560-CHECK-ONE-PO.
           READ POFILE
               AT END MOVE "N" TO MORE-POFILE-SW
               GO TO 560-EXIT
           END-READ.
           IF PF-PART-NUMBER NOT = EC-PART-NUMBER
               GO TO 560-EXIT.
           IF NOT PORECFIL-MISSING
               MOVE PF-PO-NUMBER TO PR-PO-NUMBER
               READ PORECFIL
               IF PORECFIL-FOUND AND PR-CLOSED
                   GO TO 560-EXIT
               END-IF
           END-IF.
           MOVE 'OPEN PO' TO AL-REFERENCE-TYPE.
           MOVE SPACES TO AL-REFERENCE-KEY.
           MOVE PF-PO-NUMBER TO AL-REFERENCE-KEY (1:6).
           MOVE PF-BUYER-CODE TO AL-REFERENCE-KEY (9:3).
           MOVE PF-SUPPLIER-CODE TO AL-SUPPLIER-CODE.
           MOVE PF-QUANTITY TO AL-QUANTITY-O.
           EVALUATE TRUE
               WHEN EC-ORDER-CHANGE
                   MOVE 'CHANGE TO NEW REV' TO AL-ACTION
                   PERFORM 600-WRITE-NOTICE THRU 600-EXIT
               WHEN EC-ORDER-CANCEL
                   MOVE 'CANCEL ORDER' TO AL-ACTION
                   PERFORM 600-WRITE-NOTICE THRU 600-EXIT
               WHEN OTHER
                   MOVE 'USE AS IS' TO AL-ACTION
           END-EVALUATE.
           WRITE ECORPT-REC FROM ECO-ACTION-LINE.
           ADD +1 TO OPEN-POS-LISTED.
       560-EXIT.
           EXIT.

       600-WRITE-NOTICE.
           MOVE SPACES TO NT-NOTICE-REC.
           MOVE PF-PO-NUMBER      TO NT-PO-NUMBER.
           MOVE PF-SUPPLIER-CODE  TO NT-SUPPLIER-CODE.
           MOVE EC-PART-NUMBER    TO NT-PART-NUMBER.
           MOVE EC-ECO-NUMBER     TO NT-ECO-NUMBER.
           MOVE EC-OLD-BLUEPRINT  TO NT-OLD-BLUEPRINT.
           MOVE EC-NEW-BLUEPRINT  TO NT-NEW-BLUEPRINT.
           MOVE EC-OLD-SPEC       TO NT-OLD-SPEC.
           MOVE EC-NEW-SPEC       TO NT-NEW-SPEC.
           MOVE EC-EFFECTIVE-DATE TO NT-EFFECTIVE-DATE.
           MOVE EC-ORDER-DISP     TO NT-ORDER-DISP.
           MOVE PF-QUANTITY       TO NT-QUANTITY.
           WRITE NT-NOTICE-REC.
           ADD +1 TO NOTICES-WRITTEN.
       600-EXIT.
           EXIT.

       700-WRITE-EXCEPTION.
           WRITE ECORPT-REC FROM ECO-EXCEPTION-LINE.
           ADD +1 TO ECO-LINES-EXCEPTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN I-O ECOMSTR.
           IF NOT ECOMSTR-FOUND
               MOVE "ECO MASTER NOT AVAILABLE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN I-O PARTMSTR.
           OPEN I-O REVHIST.
           IF REVHIST-MISSING
               OPEN OUTPUT REVHIST
               CLOSE REVHIST
               OPEN I-O REVHIST.
           OPEN INPUT PORECFIL.
           IF PORECFIL-MISSING
               DISPLAY "NO RECEIVING FILE - ALL POS TREATED OPEN".
           OPEN INPUT INVPARTS.
           IF INVPARTS-FOUND
               MOVE 'Y' TO INVPARTS-AVAILABLE-SW
           ELSE
               DISPLAY "NO INVENTORY FILE - STOCK NOT LISTED".
           OPEN OUTPUT ECONTC.
           OPEN OUTPUT ECORPT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE ECOMSTR, PARTMSTR, REVHIST, ECONTC, ECORPT.
           IF NOT PORECFIL-MISSING
               CLOSE PORECFIL.
           IF INVPARTS-AVAILABLE
               CLOSE INVPARTS.
       850-EXIT.
           EXIT.

       900-READ-ECOMSTR.
           READ ECOMSTR NEXT
               AT END MOVE "N" TO MORE-ECO-SW
               GO TO 900-EXIT
           END-READ.
           ADD +1 TO ECO-LINES-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE ECO-LINES-READ     TO PS-READ-O.
           MOVE ECO-LINES-APPLIED  TO PS-APPLIED-O.
           MOVE ECO-LINES-EXCEPTED TO PS-EXCEPTED-O.
           MOVE BOM-PARENTS-LISTED TO PS-PARENTS-O.
           MOVE OPEN-POS-LISTED    TO PS-OPEN-POS-O.
           MOVE NOTICES-WRITTEN    TO PS-NOTICES-O.
           WRITE ECORPT-REC FROM ECO-SUMMARY-LINE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - ECOAPPLY ***"
               UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
