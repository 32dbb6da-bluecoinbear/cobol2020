       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REPLPO.
      * Instrument replenishment purchase orders. FAVREPL writes a
      * suggestion per instrument type and quality grade running
      * short; the buyers mark up the printed list and key one
      * approval per suggestion they want bought, naming the
      * supplier and, where they differ from the suggestion, the
      * quantity and price. Each approval must match a suggestion
      * from the latest FAVREPL run not already ordered in this
      * run, and the supplier must be on the supplier master and
      * not restricted to government work. Good approvals go out as
      * PO-add transactions in the POTRANS layout POENTRY consumes,
      * numbered from the shared PONBRCTL control, under the
      * instrument part number PORECV routes back to the instrument
      * inventory - so instrument buying is received and matched
      * the same way parts are. The register shows each PO raised.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPLAPPR  ASSIGN TO REPLAPPR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REPLAPPR-ST.
           SELECT REPLSUGG  ASSIGN TO REPLSUGG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REPLSUGG-ST.
           SELECT SUPPMSTR  ASSIGN TO SUPPMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WS-SUPPLIER-CODE OF SUPPMSTR-REC
                  FILE STATUS IS SUPPMSTR-STATUS.
           SELECT PONBRCTL  ASSIGN TO PONBRCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PONBRCTL-ST.
           SELECT POGENOUT  ASSIGN TO POGENOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS POGENOUT-ST.
           SELECT REPLPRPT  ASSIGN TO REPLPRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REPLPRPT-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
      * A blank or zero quantity or price takes the suggestion's.
       FD  REPLAPPR
           RECORD CONTAINS 80 CHARACTERS.
       01  REPLAPPR-REC.
           05 RA-INSTRUMENT-TYPE                PIC X(06).
           05 RA-QUALITY                        PIC X(01).
           05 RA-SUPPLIER-CODE                  PIC X(10).
           05 RA-BUYER-CODE                     PIC X(03).
           05 RA-QUANTITY                       PIC S9(7).
           05 RA-QUANTITY-X REDEFINES RA-QUANTITY
                                                PIC X(07).
           05 RA-UNIT-PRICE                     PIC S9(7)V99.
           05 RA-UNIT-PRICE-X REDEFINES RA-UNIT-PRICE
                                                PIC X(09).
           05 RA-DELIVERY-DATE                  PIC X(08).
           05 FILLER                            PIC X(36).

       FD  REPLSUGG
           RECORD CONTAINS 80 CHARACTERS.
       COPY REPLSUGG.

       FD  SUPPMSTR
           RECORD CONTAINS 269 CHARACTERS.
       01  SUPPMSTR-REC.
           COPY VARSUPP.
           COPY VARADDR.

       FD  PONBRCTL
           RECORD CONTAINS 6 CHARACTERS.
       01  PONBRCTL-REC                         PIC 9(06).

      * Replenishment POs in the POTRANS layout POENTRY consumes.
       FD  POGENOUT
           RECORD CONTAINS 75 CHARACTERS.
       01  POGENOUT-REC.
           10  PT-TRANS-CODE         PIC X(01).
           10  PT-PO-NUMBER          PIC X(06).
           10  PT-PART-NUMBER        PIC X(23).
           10  PT-SUPPLIER-CODE      PIC X(10).
           10  PT-BUYER-CODE         PIC X(03).
           10  PT-QUANTITY           PIC S9(7).
           10  PT-UNIT-PRICE         PIC S9(7)V99.
           10  PT-ORDER-DATE         PIC X(08).
           10  PT-DELIVERY-DATE      PIC X(08).

       FD  REPLPRPT
           RECORD CONTAINS 110 CHARACTERS.
       01  REPLPRPT-REC                         PIC X(110).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 MORE-SUGG-SW                      PIC X(01)  VALUE 'Y'.
               88 NO-MORE-SUGG                             VALUE 'N'.
           05 SUGG-FOUND-SW                     PIC X(01)  VALUE 'N'.
               88 SUGG-FOUND                               VALUE 'Y'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  FILE-STATUS-WS.
           05 REPLAPPR-ST                       PIC X(02).
               88 REPLAPPR-OK                              VALUE '00'.
           05 REPLSUGG-ST                       PIC X(02).
               88 REPLSUGG-OK                              VALUE '00'.
           05 SUPPMSTR-STATUS                   PIC X(02).
               88 SUPPMSTR-FOUND                           VALUE '00'.
           05 PONBRCTL-ST                       PIC X(02).
               88 PONBRCTL-OK                              VALUE '00'.
           05 POGENOUT-ST                       PIC X(02).
               88 POGENOUT-OK                              VALUE '00'.
           05 REPLPRPT-ST                       PIC X(02).
               88 REPLPRPT-OK                              VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 POS-RAISED                        PIC 9(07)  VALUE ZERO.
           05 APPROVALS-REJECTED                PIC 9(07)  VALUE ZERO.
           05 LAST-PO-NUMBER-WS                 PIC 9(06)  VALUE ZERO.
           05 ORDER-QTY-WS                      PIC S9(7)  VALUE ZERO.
           05 ORDER-PRICE-WS                    PIC S9(7)V99 VALUE ZERO.
           05 PO-VALUE-WS                       PIC S9(9)V99 VALUE ZERO.
           05 TOTAL-PO-VALUE-WS                 PIC S9(11)V99
                                                   VALUE ZERO.

      * The latest suggestions, one row per type and grade, each
      * flagged once a PO has been raised against it.
       01  SUGGESTION-TABLE-WS.
           05 SUGG-COUNT-WS                     PIC 9(03)  VALUE ZERO.
           05 SUGG-ENTRY OCCURS 100 TIMES INDEXED BY SUG-IDX.
               10 SG-INSTRUMENT-TYPE            PIC X(06).
               10 SG-QUALITY                    PIC X(01).
               10 SG-SUGGEST-QTY                PIC 9(07).
               10 SG-UNIT-COST                  PIC 9(05)V99.
               10 SG-ORDERED-SW                 PIC X(01).
                   88 SG-ORDERED                           VALUE 'Y'.

       COPY INSTPART.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).

       01  REPL-HEADING-LINE.
           05 FILLER                            PIC X(32)
                  VALUE 'REPLENISHMENT PO REGISTER       '.
           05 RH-DATE                           PIC 9(08).

       01  REPL-DETAIL-LINE.
           05 RD-INSTRUMENT-TYPE                PIC X(06).
           05 FILLER                            PIC X(01) VALUE '/'.
           05 RD-QUALITY                        PIC X(01).
           05 FILLER                     PIC X(06) VALUE '  PO: '.
           05 RD-PO-NUMBER                      PIC X(06).
           05 FILLER                     PIC X(12) VALUE '  SUPPLIER: '.
           05 RD-SUPPLIER-CODE                  PIC X(10).
           05 FILLER                     PIC X(07) VALUE '  QTY: '.
           05 RD-QTY-O                          PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(09) VALUE '  PRICE: '.
           05 RD-PRICE-O                        PIC $$,$$$,$$9.99.
           05 FILLER                     PIC X(07) VALUE '  DUE: '.
           05 RD-DELIVERY-DATE                  PIC X(08).
           05 FILLER                     PIC X(09) VALUE '  BUYER: '.
           05 RD-BUYER-CODE                     PIC X(03).

       01  REPL-REJECT-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'REJECTED -  '.
           05 RJ-INSTRUMENT-TYPE                PIC X(06).
           05 FILLER                            PIC X(01) VALUE '/'.
           05 RJ-QUALITY                        PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-SUPPLIER-CODE                  PIC X(10).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(35).

       01  REPL-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
                  VALUE 'POS RAISED:      '.
           05 PS-RAISED-O                       PIC ZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  REJECTED: '.
           05 PS-REJECTED-O                     PIC ZZ,ZZ9.
           05 FILLER                            PIC X(15)
                  VALUE '  TOTAL VALUE: '.
           05 PS-VALUE-O                        PIC $$$,$$$,$$9.99.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAINLINE
               UNTIL NO-MORE-TRANS.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF APPROVALS-REJECTED > ZERO
               MOVE +4 TO RETURN-CODE
           ELSE
               MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS.
           PERFORM 800-OPEN-FILES.
           PERFORM 060-GET-PO-NUMBER THRU 060-EXIT.
           PERFORM 070-LOAD-SUGGESTIONS THRU 070-EXIT.
           MOVE CURR-DATE-WS TO RH-DATE.
           WRITE REPLPRPT-REC FROM REPL-HEADING-LINE.
           PERFORM 900-READ-REPLAPPR THRU 900-EXIT.

           IF NO-MORE-TRANS
               DISPLAY "EMPTY REPLENISHMENT APPROVAL FILE".

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

       060-GET-PO-NUMBER.
           OPEN INPUT PONBRCTL.
           IF PONBRCTL-OK
               READ PONBRCTL
                   AT END MOVE ZERO TO PONBRCTL-REC
               END-READ
               MOVE PONBRCTL-REC TO LAST-PO-NUMBER-WS
               CLOSE PONBRCTL
           ELSE
               DISPLAY "NO PO NUMBER CONTROL - STARTING AT ONE"
               MOVE ZERO TO LAST-PO-NUMBER-WS.
       060-EXIT.
           EXIT.

       070-LOAD-SUGGESTIONS.
           OPEN INPUT REPLSUGG.
           IF NOT REPLSUGG-OK
               DISPLAY "NO REPLENISHMENT SUGGESTIONS - "
                       "EVERY APPROVAL WILL REJECT"
               GO TO 070-EXIT.
           PERFORM 080-LOAD-ONE-SUGGESTION THRU 080-EXIT
               UNTIL NO-MORE-SUGG.
           CLOSE REPLSUGG.
       070-EXIT.
           EXIT.

       080-LOAD-ONE-SUGGESTION.
           READ REPLSUGG
               AT END MOVE "N" TO MORE-SUGG-SW
               GO TO 080-EXIT
           END-READ.
           IF SUGG-COUNT-WS < 100
               ADD 1 TO SUGG-COUNT-WS
               SET SUG-IDX TO SUGG-COUNT-WS
               MOVE RS-INSTRUMENT-TYPE TO SG-INSTRUMENT-TYPE (SUG-IDX)
               MOVE RS-QUALITY         TO SG-QUALITY (SUG-IDX)
               MOVE RS-SUGGEST-QTY     TO SG-SUGGEST-QTY (SUG-IDX)
               MOVE RS-UNIT-COST       TO SG-UNIT-COST (SUG-IDX)
               MOVE 'N'                TO SG-ORDERED-SW (SUG-IDX)
           ELSE
               DISPLAY "*** SUGGESTION TABLE FULL - "
                       RS-INSTRUMENT-TYPE " " RS-QUALITY.
       080-EXIT.
           EXIT.

       100-MAINLINE.
           PERFORM 400-RAISE-PO THRU 400-EXIT.
           PERFORM 900-READ-REPLAPPR THRU 900-EXIT.

       400-RAISE-PO.
           PERFORM 420-FIND-SUGGESTION THRU 420-EXIT.
           IF NOT SUGG-FOUND
               MOVE 'NO SUGGESTION FOR TYPE/GRADE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF SG-ORDERED (SUG-IDX)
               MOVE 'SUGGESTION ALREADY ORDERED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE RA-SUPPLIER-CODE TO WS-SUPPLIER-CODE OF SUPPMSTR-REC.
           READ SUPPMSTR.
           IF NOT SUPPMSTR-FOUND
               MOVE 'SUPPLIER NOT ON MASTER' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF WS-GOVT-ONLY
               MOVE 'SUPPLIER RESTRICTED TO GOVERNMENT' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF RA-QUANTITY-X = SPACES
               MOVE SG-SUGGEST-QTY (SUG-IDX) TO ORDER-QTY-WS
           ELSE
           IF RA-QUANTITY NOT NUMERIC
               MOVE 'QUANTITY NOT NUMERIC' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT
           ELSE
           IF RA-QUANTITY = ZERO
               MOVE SG-SUGGEST-QTY (SUG-IDX) TO ORDER-QTY-WS
           ELSE
               MOVE RA-QUANTITY TO ORDER-QTY-WS.
           IF RA-UNIT-PRICE-X = SPACES
               MOVE SG-UNIT-COST (SUG-IDX) TO ORDER-PRICE-WS
           ELSE
           IF RA-UNIT-PRICE NOT NUMERIC
               MOVE 'UNIT PRICE NOT NUMERIC' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT
           ELSE
           IF RA-UNIT-PRICE = ZERO
               MOVE SG-UNIT-COST (SUG-IDX) TO ORDER-PRICE-WS
           ELSE
               MOVE RA-UNIT-PRICE TO ORDER-PRICE-WS.
           IF ORDER-QTY-WS NOT > ZERO
               MOVE 'QUANTITY MUST BE POSITIVE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF ORDER-PRICE-WS NOT > ZERO
               MOVE 'NO UNIT PRICE OR UNIT COST' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF RA-DELIVERY-DATE = SPACES
               MOVE 'DELIVERY DATE MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.

           MOVE 'Y' TO SG-ORDERED-SW (SUG-IDX).
           MOVE SPACES TO INSTRUMENT-PART-NO.
           MOVE 'INSTR-' TO IP-PREFIX.
           MOVE RA-INSTRUMENT-TYPE TO IP-INSTRUMENT-TYPE.
           MOVE '-' TO IP-SEPARATOR.
           MOVE RA-QUALITY TO IP-QUALITY.
           ADD +1 TO LAST-PO-NUMBER-WS.
           MOVE SPACES TO POGENOUT-REC.
           MOVE 'A' TO PT-TRANS-CODE.
           MOVE LAST-PO-NUMBER-WS TO PT-PO-NUMBER.
           MOVE INSTRUMENT-PART-NO TO PT-PART-NUMBER.
           MOVE RA-SUPPLIER-CODE TO PT-SUPPLIER-CODE.
           MOVE RA-BUYER-CODE TO PT-BUYER-CODE.
           MOVE ORDER-QTY-WS TO PT-QUANTITY.
           MOVE ORDER-PRICE-WS TO PT-UNIT-PRICE.
           MOVE CURR-DATE-WS TO PT-ORDER-DATE.
           MOVE RA-DELIVERY-DATE TO PT-DELIVERY-DATE.
           WRITE POGENOUT-REC.

           COMPUTE PO-VALUE-WS = ORDER-QTY-WS * ORDER-PRICE-WS.
           ADD PO-VALUE-WS TO TOTAL-PO-VALUE-WS.
           MOVE RA-INSTRUMENT-TYPE TO RD-INSTRUMENT-TYPE.
           MOVE RA-QUALITY TO RD-QUALITY.
           MOVE PT-PO-NUMBER TO RD-PO-NUMBER.
           MOVE RA-SUPPLIER-CODE TO RD-SUPPLIER-CODE.
           MOVE ORDER-QTY-WS TO RD-QTY-O.
           MOVE ORDER-PRICE-WS TO RD-PRICE-O.
           MOVE RA-DELIVERY-DATE TO RD-DELIVERY-DATE.
           MOVE RA-BUYER-CODE TO RD-BUYER-CODE.
           WRITE REPLPRPT-REC FROM REPL-DETAIL-LINE.
           ADD +1 TO POS-RAISED.
       400-EXIT.
           EXIT.

       420-FIND-SUGGESTION.
           MOVE 'N' TO SUGG-FOUND-SW.
           IF SUGG-COUNT-WS = ZERO
               GO TO 420-EXIT.
           SET SUG-IDX TO 1.
           SEARCH SUGG-ENTRY
               AT END
                   MOVE 'N' TO SUGG-FOUND-SW
               WHEN SUG-IDX > SUGG-COUNT-WS
                   MOVE 'N' TO SUGG-FOUND-SW
               WHEN SG-INSTRUMENT-TYPE (SUG-IDX) = RA-INSTRUMENT-TYPE
                AND SG-QUALITY (SUG-IDX) = RA-QUALITY
                   MOVE 'Y' TO SUGG-FOUND-SW
           END-SEARCH.
       420-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE RA-INSTRUMENT-TYPE TO RJ-INSTRUMENT-TYPE.
           MOVE RA-QUALITY TO RJ-QUALITY.
           MOVE RA-SUPPLIER-CODE TO RJ-SUPPLIER-CODE.
           WRITE REPLPRPT-REC FROM REPL-REJECT-LINE.
           ADD +1 TO APPROVALS-REJECTED.
       700-EXIT.
           EXIT.

       750-SAVE-PO-NUMBER.
           MOVE LAST-PO-NUMBER-WS TO PONBRCTL-REC.
           OPEN OUTPUT PONBRCTL.
           WRITE PONBRCTL-REC.
           CLOSE PONBRCTL.
       750-EXIT.
           EXIT.

       800-OPEN-FILES.
           OPEN INPUT REPLAPPR.
           OPEN INPUT SUPPMSTR.
           OPEN OUTPUT POGENOUT.
           OPEN OUTPUT REPLPRPT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           CLOSE REPLAPPR, SUPPMSTR, POGENOUT, REPLPRPT.
       850-EXIT.
           EXIT.

       900-READ-REPLAPPR.
           READ REPLAPPR
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.
           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE POS-RAISED TO PS-RAISED-O.
           MOVE APPROVALS-REJECTED TO PS-REJECTED-O.
           MOVE TOTAL-PO-VALUE-WS TO PS-VALUE-O.
           WRITE REPLPRPT-REC FROM REPL-SUMMARY-LINE.
           PERFORM 750-SAVE-PO-NUMBER THRU 750-EXIT.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.
