      * parts inventory master, then sweeps the master for the
      * stock-status report: on-hand against the reorder point,
      * negative balances, and parts with no movement inside the
      * stagnancy window. Work-order releases allocate their BOM
      * components and cancellations and issues relieve the
      * allocation again, through WOMAINT's and WOISSUE's extracts.
      * Stock is also kept by location and bin on the location
      * stock file: receipts, issues and returns move the on-hand
      * at the location they name (the main warehouse when they
      * name none), and a stock transfer ships quantity out of one
      * location into in-transit toward another, where a put-away
      * transaction lands it. Transfers leave the part total alone.
      * Stock on hand from before locations were kept is taken to
      * be in the main warehouse the first time the part is seen.
      * The stock-status report breaks each part down by location
      * and flags any part whose locations do not tie to its total.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IP-PART-NUMBER
                  FILE STATUS IS INVPARTS-STATUS.
           SELECT INVLOC    ASSIGN TO INVLOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IL-KEY
                  FILE STATUS IS INVLOC-STATUS.
           SELECT STKRPT    ASSIGN TO STKRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS STKRPT-ST.
               88 PT-RETURN                                 VALUE 'T'.
               88 PT-ONORDER                                VALUE 'O'.
               88 PT-CANCEL                                 VALUE 'X'.
               88 PT-ALLOCATE                               VALUE 'A'.
               88 PT-DEALLOCATE                             VALUE 'D'.
               88 PT-TRANSFER-SHIP                          VALUE 'S'.
               88 PT-TRANSFER-PUTAWAY                       VALUE 'P'.
           05 PT-PART-NUMBER                    PIC X(23).
           05 PT-QUANTITY                       PIC S9(7).
           05 PT-TRANS-DATE                     PIC 9(08).
      * Location and bin the stock moves at - for a transfer, the
      * location it ships from.
           05 PT-LOCATION                       PIC X(04).
           05 PT-BIN                            PIC X(06).
      * Transfer destination, on both the ship and the put-away.
           05 PT-TO-LOCATION                    PIC X(04).
           05 PT-TO-BIN                         PIC X(06).
           05 FILLER                            PIC X(21).

       FD  INVPARTS
           RECORD CONTAINS 80 CHARACTERS.
           COPY INVPARTS.

       FD  INVLOC
           RECORD CONTAINS 80 CHARACTERS.
           COPY INVLOC.

       FD  STKRPT
           RECORD CONTAINS 110 CHARACTERS.
       01  STKRPT-REC                           PIC X(110).
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 INVPARTS-EOF-SW                   PIC X(01)  VALUE 'N'.
               88 NO-MORE-INVENTORY                        VALUE 'Y'.
           05 LOCATION-EOF-SW                   PIC X(01)  VALUE 'N'.
               88 NO-MORE-LOCATIONS                        VALUE 'Y'.
           05 PART-LOCATED-SW                   PIC X(01)  VALUE 'N'.
               88 PART-LOCATED                             VALUE 'Y'.
           05 LOCATION-REJECT-SW                PIC X(01)  VALUE 'N'.
               88 LOCATION-REJECTED                        VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 PINVTRAN-ST                       PIC X(02).
           05 INVPARTS-STATUS                   PIC X(02).
               88 INVPARTS-FOUND                           VALUE '00'.
               88 INVPARTS-MISSING                         VALUE '35'.
           05 INVLOC-STATUS                     PIC X(02).
               88 INVLOC-FOUND                             VALUE '00'.
               88 INVLOC-MISSING                           VALUE '35'.
           05 STKRPT-ST                         PIC X(02).
               88 STKRPT-OK                                VALUE '00'.

           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.
           05 PARTS-REPORTED                    PIC 9(07)  VALUE ZERO.
           05 AGE-DAYS-WS                       PIC S9(05) VALUE ZERO.
           05 PARTS-UNTIED                      PIC 9(07)  VALUE ZERO.
           05 LOCATION-TOTAL-WS                 PIC S9(08) VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
      * A part with no movement for this many days is flagged
      * stagnant on the stock-status report.
       77  STAGNANT-DAYS-WS                     PIC 9(03)  VALUE 090.
       77  LOCATION-KEY-WS                      PIC X(33)  VALUE SPACES.

       01  STK-HEADING-LINE.
           05 FILLER                            PIC X(24)
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 SK-FLAG-O                         PIC X(09).

       01  STK-LOCATION-LINE.
           05 FILLER                            PIC X(04) VALUE SPACES.
           05 FILLER                     PIC X(05) VALUE 'LOC: '.
           05 SL-LOCATION                       PIC X(04).
           05 FILLER                     PIC X(06) VALUE ' BIN: '.
           05 SL-BIN                            PIC X(06).
           05 FILLER                     PIC X(05) VALUE ' OH: '.
           05 SL-ON-HAND                        PIC ---,---,--9.
           05 FILLER                            PIC X(13)
                  VALUE ' IN TRANSIT: '.
           05 SL-IN-TRANSIT                     PIC ---,---,--9.

       01  STK-UNTIED-LINE.
           05 FILLER                            PIC X(04) VALUE SPACES.
           05 FILLER                            PIC X(16)
                  VALUE 'LOCATION TOTAL: '.
           05 SU-LOCATION-TOTAL                 PIC ---,---,--9.
           05 FILLER                            PIC X(31)
                  VALUE '  DOES NOT TIE TO PART ON-HAND'.

       01  STK-REJECT-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'REJECTED -  '.
           05 FILLER                            PIC X(07)
                  VALUE 'PARTS: '.
           05 PS-PARTS-O                        PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(08)
                  VALUE 'UNTIED: '.
           05 PS-UNTIED-O                       PIC ZZZ,ZZ9.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.
               GO TO 400-EXIT.
           IF NOT PT-RECEIPT AND NOT PT-ISSUE AND NOT PT-RETURN
              AND NOT PT-ONORDER AND NOT PT-CANCEL
              AND NOT PT-ALLOCATE AND NOT PT-DEALLOCATE
              AND NOT PT-TRANSFER-SHIP AND NOT PT-TRANSFER-PUTAWAY
               MOVE PT-PART-NUMBER TO RJ-PART-NUMBER
               MOVE 'INVALID TRANSACTION TYPE' TO RJ-REASON
               WRITE STKRPT-REC FROM STK-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 400-EXIT.
           IF PT-QUANTITY < ZERO
              AND (PT-TRANSFER-SHIP OR PT-TRANSFER-PUTAWAY)
               MOVE PT-PART-NUMBER TO RJ-PART-NUMBER
               MOVE 'INVALID QUANTITY' TO RJ-REASON
               WRITE STKRPT-REC FROM STK-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 400-EXIT.
           IF PT-RECEIPT OR PT-ISSUE OR PT-RETURN
              OR PT-TRANSFER-SHIP OR PT-TRANSFER-PUTAWAY
               PERFORM 410-CHECK-LOCATIONS THRU 410-EXIT
               IF LOCATION-REJECTED
                   GO TO 400-EXIT
               END-IF
           END-IF.

           PERFORM 440-GET-INVENTORY-REC THRU 440-EXIT.
           IF (PT-TRANSFER-SHIP OR PT-TRANSFER-PUTAWAY)
              AND NOT INVPARTS-FOUND
               MOVE PT-PART-NUMBER TO RJ-PART-NUMBER
               MOVE 'PART NOT IN INVENTORY' TO RJ-REASON
               WRITE STKRPT-REC FROM STK-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 400-EXIT.
           IF PT-RECEIPT OR PT-ISSUE OR PT-RETURN
              OR PT-TRANSFER-SHIP OR PT-TRANSFER-PUTAWAY
               PERFORM 470-SEED-MAIN-LOCATION THRU 470-EXIT
               PERFORM 500-POST-LOCATION THRU 500-EXIT
               IF LOCATION-REJECTED
                   GO TO 400-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN PT-RECEIPT
                   ADD PT-QUANTITY TO IP-ON-HAND
                   IF IP-ON-ORDER < ZERO
                       MOVE ZERO TO IP-ON-ORDER
                   END-IF
      * Allocated is stock promised to released work orders, not
      * yet issued to them.
               WHEN PT-ALLOCATE
                   ADD PT-QUANTITY TO IP-ALLOCATED
               WHEN PT-DEALLOCATE
                   SUBTRACT PT-QUANTITY FROM IP-ALLOCATED
                   IF IP-ALLOCATED < ZERO
                       MOVE ZERO TO IP-ALLOCATED
                   END-IF
      * A transfer moves stock between locations only; the part
      * total is unchanged.
               WHEN PT-TRANSFER-SHIP
               WHEN PT-TRANSFER-PUTAWAY
                   CONTINUE
           END-EVALUATE.
           MOVE PT-TRANS-DATE TO IP-LAST-ACTIVITY-DATE.
           PERFORM 460-PUT-INVENTORY-REC THRU 460-EXIT.
       400-EXIT.
           EXIT.

      * A transaction naming no location moves stock at the main
      * warehouse. A transfer must name a real destination other
      * than the bin it ships from.
       410-CHECK-LOCATIONS.
           MOVE 'N' TO LOCATION-REJECT-SW.
           IF PT-LOCATION = SPACES
               MOVE 'MAIN' TO PT-LOCATION.
           MOVE PT-LOCATION TO IL-LOCATION.
           IF NOT IL-VALID-LOCATION
               MOVE 'INVALID LOCATION' TO RJ-REASON
               GO TO 410-REJECT.
           IF NOT PT-TRANSFER-SHIP AND NOT PT-TRANSFER-PUTAWAY
               GO TO 410-EXIT.
           MOVE PT-TO-LOCATION TO IL-LOCATION.
           IF NOT IL-VALID-LOCATION
               MOVE 'INVALID TRANSFER DESTINATION' TO RJ-REASON
               GO TO 410-REJECT.
           IF PT-TO-LOCATION = PT-LOCATION AND PT-TO-BIN = PT-BIN
               MOVE 'TRANSFER TO SAME LOCATION' TO RJ-REASON
               GO TO 410-REJECT.
           GO TO 410-EXIT.
       410-REJECT.
           MOVE PT-PART-NUMBER TO RJ-PART-NUMBER.
           WRITE STKRPT-REC FROM STK-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
           MOVE 'Y' TO LOCATION-REJECT-SW.
       410-EXIT.
           EXIT.

       440-GET-INVENTORY-REC.
           MOVE PT-PART-NUMBER TO IP-PART-NUMBER.
           READ INVPARTS.
       460-EXIT.
           EXIT.

      * On-hand from before stock was kept by location goes on
      * file at the main warehouse, unbinned, the first time the
      * part is seen, so its locations tie to its total from then
      * on.
       470-SEED-MAIN-LOCATION.
           IF IP-ON-HAND = ZERO
               GO TO 470-EXIT.
           PERFORM 480-CHECK-PART-LOCATED THRU 480-EXIT.
           IF PART-LOCATED
               GO TO 470-EXIT.
           MOVE SPACES TO IL-LOCATION-REC.
           MOVE IP-PART-NUMBER TO IL-PART-NUMBER.
           MOVE 'MAIN' TO IL-LOCATION.
           MOVE IP-ON-HAND TO IL-ON-HAND.
           MOVE ZERO TO IL-IN-TRANSIT.
           MOVE IP-LAST-ACTIVITY-DATE TO IL-LAST-ACTIVITY-DATE.
           WRITE IL-LOCATION-REC.
       470-EXIT.
           EXIT.

       480-CHECK-PART-LOCATED.
           MOVE 'N' TO PART-LOCATED-SW.
           MOVE IP-PART-NUMBER TO IL-PART-NUMBER.
           MOVE LOW-VALUES TO IL-LOCATION, IL-BIN.
           START INVLOC KEY IS NOT LESS THAN IL-KEY
               INVALID KEY GO TO 480-EXIT
           END-START.
           READ INVLOC NEXT RECORD
               AT END GO TO 480-EXIT
           END-READ.
           IF IL-PART-NUMBER = IP-PART-NUMBER
               MOVE 'Y' TO PART-LOCATED-SW.
       480-EXIT.
           EXIT.

      * Location posting. A put-away is checked against what is
      * in transit to its bin before anything moves; a ship takes
      * the stock off its location and puts it in transit toward
      * the destination.
       500-POST-LOCATION.
           MOVE 'N' TO LOCATION-REJECT-SW.
           IF PT-TRANSFER-PUTAWAY
               MOVE PT-PART-NUMBER TO IL-PART-NUMBER
               MOVE PT-TO-LOCATION TO IL-LOCATION
               MOVE PT-TO-BIN TO IL-BIN
               PERFORM 520-GET-LOCATION-REC THRU 520-EXIT
               IF IL-IN-TRANSIT < PT-QUANTITY
                   MOVE PT-PART-NUMBER TO RJ-PART-NUMBER
                   MOVE 'QTY EXCEEDS IN-TRANSIT' TO RJ-REASON
                   WRITE STKRPT-REC FROM STK-REJECT-LINE
                   ADD +1 TO TRANS-REJECTED
                   MOVE 'Y' TO LOCATION-REJECT-SW
                   GO TO 500-EXIT
               END-IF
               SUBTRACT PT-QUANTITY FROM IL-IN-TRANSIT
               ADD PT-QUANTITY TO IL-ON-HAND
               PERFORM 540-PUT-LOCATION-REC THRU 540-EXIT
               GO TO 500-EXIT.
           MOVE PT-PART-NUMBER TO IL-PART-NUMBER.
           MOVE PT-LOCATION TO IL-LOCATION.
           MOVE PT-BIN TO IL-BIN.
           PERFORM 520-GET-LOCATION-REC THRU 520-EXIT.
           EVALUATE TRUE
               WHEN PT-RECEIPT
               WHEN PT-RETURN
                   ADD PT-QUANTITY TO IL-ON-HAND
               WHEN PT-ISSUE
               WHEN PT-TRANSFER-SHIP
                   SUBTRACT PT-QUANTITY FROM IL-ON-HAND
           END-EVALUATE.
           PERFORM 540-PUT-LOCATION-REC THRU 540-EXIT.
           IF PT-TRANSFER-SHIP
               MOVE PT-PART-NUMBER TO IL-PART-NUMBER
               MOVE PT-TO-LOCATION TO IL-LOCATION
               MOVE PT-TO-BIN TO IL-BIN
               PERFORM 520-GET-LOCATION-REC THRU 520-EXIT
               ADD PT-QUANTITY TO IL-IN-TRANSIT
               PERFORM 540-PUT-LOCATION-REC THRU 540-EXIT.
       500-EXIT.
           EXIT.

       520-GET-LOCATION-REC.
           MOVE IL-KEY TO LOCATION-KEY-WS.
           READ INVLOC.
           IF NOT INVLOC-FOUND
               MOVE SPACES TO IL-LOCATION-REC
               MOVE LOCATION-KEY-WS TO IL-KEY
               MOVE ZERO TO IL-ON-HAND, IL-IN-TRANSIT,
                            IL-LAST-ACTIVITY-DATE.
       520-EXIT.
           EXIT.

       540-PUT-LOCATION-REC.
           MOVE PT-TRANS-DATE TO IL-LAST-ACTIVITY-DATE.
           REWRITE IL-LOCATION-REC
               INVALID KEY
                   WRITE IL-LOCATION-REC
           END-REWRITE.
       540-EXIT.
           EXIT.

       700-STOCK-STATUS-REPORT.
           MOVE "700-STOCK-STATUS-REPORT" TO PARA-NAME.
           MOVE LOW-VALUES TO IP-PART-NUMBER.
           END-IF
           END-IF.
           WRITE STKRPT-REC FROM STK-DETAIL-LINE.
           PERFORM 740-REPORT-LOCATIONS THRU 740-EXIT.
       720-EXIT.
           EXIT.

      * Location breakdown under each part: on-hand and in-transit
      * at every bin holding either, and a flag if the part's
      * locations do not add back to its total on-hand.
       740-REPORT-LOCATIONS.
           PERFORM 470-SEED-MAIN-LOCATION THRU 470-EXIT.
           MOVE ZERO TO LOCATION-TOTAL-WS.
           MOVE 'N' TO LOCATION-EOF-SW.
           MOVE IP-PART-NUMBER TO IL-PART-NUMBER.
           MOVE LOW-VALUES TO IL-LOCATION, IL-BIN.
           START INVLOC KEY IS NOT LESS THAN IL-KEY
               INVALID KEY MOVE 'Y' TO LOCATION-EOF-SW
           END-START.
           PERFORM 760-REPORT-ONE-LOCATION THRU 760-EXIT
               UNTIL NO-MORE-LOCATIONS.
           IF LOCATION-TOTAL-WS NOT = IP-ON-HAND
               MOVE LOCATION-TOTAL-WS TO SU-LOCATION-TOTAL
               WRITE STKRPT-REC FROM STK-UNTIED-LINE
               ADD +1 TO PARTS-UNTIED.
       740-EXIT.
           EXIT.

       760-REPORT-ONE-LOCATION.
           READ INVLOC NEXT RECORD
               AT END MOVE 'Y' TO LOCATION-EOF-SW
               GO TO 760-EXIT
           END-READ.
           IF IL-PART-NUMBER NOT = IP-PART-NUMBER
               MOVE 'Y' TO LOCATION-EOF-SW
               GO TO 760-EXIT.
           ADD IL-ON-HAND, IL-IN-TRANSIT TO LOCATION-TOTAL-WS.
           IF IL-ON-HAND = ZERO AND IL-IN-TRANSIT = ZERO
               GO TO 760-EXIT.
           MOVE IL-LOCATION   TO SL-LOCATION.
           MOVE IL-BIN        TO SL-BIN.
           MOVE IL-ON-HAND    TO SL-ON-HAND.
           MOVE IL-IN-TRANSIT TO SL-IN-TRANSIT.
           WRITE STKRPT-REC FROM STK-LOCATION-LINE.
       760-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PINVTRAN.
               OPEN OUTPUT INVPARTS
               CLOSE INVPARTS
               OPEN I-O INVPARTS.
           OPEN I-O INVLOC.
           IF INVLOC-MISSING
               OPEN OUTPUT INVLOC
               CLOSE INVLOC
               OPEN I-O INVLOC.
           OPEN OUTPUT STKRPT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE PINVTRAN, INVPARTS, INVLOC, STKRPT.
       850-EXIT.
           EXIT.

           MOVE TRANS-POSTED       TO PS-POSTED-O.
           MOVE TRANS-REJECTED     TO PS-REJECTED-O.
           MOVE PARTS-REPORTED     TO PS-PARTS-O.
           MOVE PARTS-UNTIED       TO PS-UNTIED-O.
           WRITE STKRPT-REC FROM STK-SUMMARY-LINE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
