      * as the audit trail. Approved adjustments go out as receipt
      * and issue transactions in the PARTINV layout, so the
      * on-hand corrects through the inventory master's existing
      * posting path instead of a side door. A count of a
      * lot-controlled (government-only) part names the lot the
      * variance is charged to, which must be on the lot master,
      * and the adjustment goes to that lot on the lot extract
      * LOTPOST posts as well. Counts are taken by location and
      * bin, as CYCSCHED schedules them: the book quantity is the
      * on-hand at that bin on the location stock file (the part's
      * total on-hand for a part counted at the main warehouse
      * before it has any location stock on file), and the
      * adjustment goes back to that bin.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IP-PART-NUMBER
                  FILE STATUS IS INVPARTS-STATUS.
           SELECT INVLOC    ASSIGN TO INVLOC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IL-KEY
                  FILE STATUS IS INVLOC-STATUS.
           SELECT PARTMSTR  ASSIGN TO PARTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WS-PART-NUMBER
                  FILE STATUS IS PARTMSTR-STATUS.
           SELECT LOTMSTR   ASSIGN TO LOTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LM-KEY
                  FILE STATUS IS LOTMSTR-STATUS.
           SELECT CYCLOT    ASSIGN TO CYCLOT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CYCLOT-ST.
           SELECT CYCADJ    ASSIGN TO CYCADJ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CYCADJ-ST.
      * Set by the supervisor to post a count beyond tolerance.
           05 CN-APPROVED-SW                    PIC X(01).
               88 CN-SUPERVISOR-APPROVED               VALUE 'A'.
           05 CN-LOT-NUMBER                     PIC X(12).
           05 CN-LOCATION                       PIC X(04).
           05 CN-BIN                            PIC X(06).
           05 FILLER                            PIC X(11).

       FD  CNTSCHED
           RECORD CONTAINS 60 CHARACTERS.
           05 CS-VALUE-CLASS                    PIC X(01).
           05 CS-SNAPSHOT-QTY                   PIC S9(7).
           05 CS-SCHEDULE-DATE                  PIC 9(08).
           05 CS-LOCATION                       PIC X(04).
           05 CS-BIN                            PIC X(06).
           05 FILLER                            PIC X(11).

       FD  INVPARTS
           RECORD CONTAINS 80 CHARACTERS.
           COPY INVPARTS.

       FD  INVLOC
           RECORD CONTAINS 80 CHARACTERS.
           COPY INVLOC.

       FD  PARTMSTR
           RECORD CONTAINS 92 CHARACTERS.
       01  PARTMSTR-REC.
           COPY VARPARTS.

       FD  LOTMSTR
           RECORD CONTAINS 110 CHARACTERS.
           COPY LOTMSTR.

      * Lot count adjustments for LOTPOST, signed.
       FD  CYCLOT
           RECORD CONTAINS 100 CHARACTERS.
           COPY LOTTRAN.

      * Approved adjustments in the shop-floor layout PARTINV
      * posts: R puts the shortage back on, I takes the overage
      * off.
           05 PO-PART-NUMBER                    PIC X(23).
           05 PO-QUANTITY                       PIC S9(7).
           05 PO-TRANS-DATE                     PIC 9(08).
           05 PO-LOCATION                       PIC X(04).
           05 PO-BIN                            PIC X(06).
           05 FILLER                            PIC X(31).

       FD  VARRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  VARRPT-REC                           PIC X(132).

       WORKING-STORAGE SECTION.

               88 NO-MORE-SCHED                            VALUE 'N'.
           05 SCHED-FOUND-SW                    PIC X(01)  VALUE 'N'.
               88 SCHED-FOUND                              VALUE 'Y'.
           05 LOT-CONTROLLED-SW                 PIC X(01)  VALUE 'N'.
               88 LOT-CONTROLLED                           VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 CNTTRAN-ST                        PIC X(02).
               88 CNTSCHED-MISSING                         VALUE '35'.
           05 INVPARTS-STATUS                   PIC X(02).
               88 INVPARTS-FOUND                           VALUE '00'.
           05 INVLOC-STATUS                     PIC X(02).
               88 INVLOC-FOUND                             VALUE '00'.
           05 INVLOC-AVAILABLE-SW               PIC X(01)  VALUE 'N'.
               88 INVLOC-AVAILABLE                         VALUE 'Y'.
           05 PARTMSTR-STATUS                   PIC X(02).
               88 PARTMSTR-FOUND                           VALUE '00'.
           05 LOTMSTR-STATUS                    PIC X(02).
               88 LOTMSTR-FOUND                            VALUE '00'.
           05 LOTMSTR-AVAILABLE-SW              PIC X(01)  VALUE 'N'.
               88 LOTMSTR-AVAILABLE                        VALUE 'Y'.
           05 CYCLOT-ST                         PIC X(02).
               88 CYCLOT-OK                                VALUE '00'.
           05 CYCADJ-ST                         PIC X(02).
               88 CYCADJ-OK                                VALUE '00'.
           05 VARRPT-ST                         PIC X(02).
           05 VARIANCE-WS                       PIC S9(7)  VALUE ZERO.
           05 ABS-VARIANCE-WS                   PIC S9(7)  VALUE ZERO.
           05 TOLERANCE-QTY-WS                  PIC S9(7)  VALUE ZERO.
           05 BOOK-QTY-WS                       PIC S9(7)  VALUE ZERO.

      * Tolerance: a variance inside two percent of book, or five
      * units on small counts, posts without approval.
           05 SCHED-ENTRY OCCURS 500 TIMES
                  INDEXED BY SCH-IDX.
               10 SC-PART-NUMBER                PIC X(23).
               10 SC-LOCATION                   PIC X(04).
               10 SC-BIN                        PIC X(06).
               10 SC-SNAPSHOT-QTY               PIC S9(7).

       01  VAR-HEADING-LINE.
           05 VD-COUNTER-O                      PIC X(08).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 VD-DISP-O                         PIC X(16).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 VD-LOT-O                          PIC X(12).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 VD-LOCATION-O                     PIC X(04).
           05 FILLER                            PIC X(01) VALUE SPACE.
           05 VD-BIN-O                          PIC X(06).

       01  VAR-SUMMARY-LINE.
           05 FILLER                            PIC X(15)
               ADD 1 TO SCHED-COUNT-WS
               SET SCH-IDX TO SCHED-COUNT-WS
               MOVE CS-PART-NUMBER TO SC-PART-NUMBER (SCH-IDX)
               MOVE CS-LOCATION TO SC-LOCATION (SCH-IDX)
               MOVE CS-BIN TO SC-BIN (SCH-IDX)
               MOVE CS-SNAPSHOT-QTY TO SC-SNAPSHOT-QTY (SCH-IDX)
           ELSE
               DISPLAY "*** SCHEDULE TABLE FULL - "
           PERFORM 900-READ-CNTTRAN.

       400-PROCESS-COUNT.
           IF CN-LOCATION = SPACES
               MOVE 'MAIN' TO CN-LOCATION.
           MOVE CN-LOCATION TO VD-LOCATION-O.
           MOVE CN-BIN TO VD-BIN-O.
           PERFORM 420-FIND-SCHEDULE THRU 420-EXIT.
           IF NOT SCHED-FOUND
               MOVE CN-PART-NUMBER TO VD-PART-NUMBER
               MOVE ZERO TO VD-VARIANCE-O
               MOVE CN-COUNTER-ID TO VD-COUNTER-O
               MOVE 'NOT SCHEDULED' TO VD-DISP-O
               MOVE CN-LOT-NUMBER TO VD-LOT-O
               WRITE VARRPT-REC FROM VAR-DETAIL-LINE
               ADD +1 TO COUNTS-REJECTED
               GO TO 400-EXIT.
               MOVE ZERO TO VD-VARIANCE-O
               MOVE CN-COUNTER-ID TO VD-COUNTER-O
               MOVE 'PART NOT ON FILE' TO VD-DISP-O
               MOVE CN-LOT-NUMBER TO VD-LOT-O
               WRITE VARRPT-REC FROM VAR-DETAIL-LINE
               ADD +1 TO COUNTS-REJECTED
               GO TO 400-EXIT.
           PERFORM 440-GET-BOOK-QTY THRU 440-EXIT.
           PERFORM 430-CHECK-LOT THRU 430-EXIT.
           IF VD-DISP-O NOT = SPACES
               MOVE CN-PART-NUMBER TO VD-PART-NUMBER
               MOVE BOOK-QTY-WS TO VD-BOOK-O
               MOVE CN-COUNTED-QTY TO VD-COUNTED-O
               MOVE ZERO TO VD-VARIANCE-O
               MOVE CN-COUNTER-ID TO VD-COUNTER-O
               MOVE CN-LOT-NUMBER TO VD-LOT-O
               WRITE VARRPT-REC FROM VAR-DETAIL-LINE
               ADD +1 TO COUNTS-REJECTED
               GO TO 400-EXIT.
      * Variance measures against the live on-hand, not the
      * schedule snapshot - stock that moved since the snapshot is
      * already on the books.
           COMPUTE VARIANCE-WS = CN-COUNTED-QTY - BOOK-QTY-WS.
           MOVE VARIANCE-WS TO ABS-VARIANCE-WS.
           IF ABS-VARIANCE-WS < ZERO
               COMPUTE ABS-VARIANCE-WS = ZERO - ABS-VARIANCE-WS.
           COMPUTE TOLERANCE-QTY-WS ROUNDED =
               BOOK-QTY-WS * TOLERANCE-RATE-WS.
           IF TOLERANCE-QTY-WS < TOLERANCE-FLOOR-WS
               MOVE TOLERANCE-FLOOR-WS TO TOLERANCE-QTY-WS.

           MOVE CN-PART-NUMBER TO VD-PART-NUMBER.
           MOVE BOOK-QTY-WS TO VD-BOOK-O.
           MOVE CN-COUNTED-QTY TO VD-COUNTED-O.
           MOVE VARIANCE-WS TO VD-VARIANCE-O.
           MOVE CN-COUNTER-ID TO VD-COUNTER-O.
           MOVE CN-LOT-NUMBER TO VD-LOT-O.

           IF VARIANCE-WS = ZERO
               MOVE 'COUNT CONFIRMS' TO VD-DISP-O
               AT END
                   MOVE 'N' TO SCHED-FOUND-SW
               WHEN SC-PART-NUMBER (SCH-IDX) = CN-PART-NUMBER
                AND SC-LOCATION (SCH-IDX) = CN-LOCATION
                AND SC-BIN (SCH-IDX) = CN-BIN
                   MOVE 'Y' TO SCHED-FOUND-SW
           END-SEARCH.
       420-EXIT.
           EXIT.

      * A government-only part's count must name a lot on the lot
      * master; the disposition is left blank when it does.
       430-CHECK-LOT.
           MOVE SPACES TO VD-DISP-O.
           MOVE 'N' TO LOT-CONTROLLED-SW.
           MOVE CN-PART-NUMBER TO WS-PART-NUMBER.
           READ PARTMSTR.
           IF NOT PARTMSTR-FOUND OR NOT WS-GOVT-ONLY-PART
               GO TO 430-EXIT.
           MOVE 'Y' TO LOT-CONTROLLED-SW.
           IF CN-LOT-NUMBER = SPACES
               MOVE 'LOT REQUIRED' TO VD-DISP-O
               GO TO 430-EXIT.
           IF NOT LOTMSTR-AVAILABLE
               MOVE 'LOT NOT ON FILE' TO VD-DISP-O
               GO TO 430-EXIT.
           MOVE CN-PART-NUMBER TO LM-PART-NUMBER.
           MOVE CN-LOT-NUMBER TO LM-LOT-NUMBER.
           READ LOTMSTR.
           IF NOT LOTMSTR-FOUND
               MOVE 'LOT NOT ON FILE' TO VD-DISP-O.
       430-EXIT.
           EXIT.

      * Book quantity at the bin counted. A part with no location
      * stock on file is counted at the main warehouse against
      * its total on-hand.
       440-GET-BOOK-QTY.
           MOVE IP-ON-HAND TO BOOK-QTY-WS.
           IF NOT INVLOC-AVAILABLE
               GO TO 440-EXIT.
           MOVE CN-PART-NUMBER TO IL-PART-NUMBER.
           MOVE CN-LOCATION TO IL-LOCATION.
           MOVE CN-BIN TO IL-BIN.
           READ INVLOC.
           IF INVLOC-FOUND
               MOVE IL-ON-HAND TO BOOK-QTY-WS.
       440-EXIT.
           EXIT.

       460-WRITE-ADJUSTMENT.
           MOVE SPACES TO CYCADJ-REC.
           IF VARIANCE-WS > ZERO
               MOVE ABS-VARIANCE-WS TO PO-QUANTITY.
           MOVE CN-PART-NUMBER TO PO-PART-NUMBER.
           MOVE CN-COUNT-DATE TO PO-TRANS-DATE.
           MOVE CN-LOCATION TO PO-LOCATION.
           MOVE CN-BIN TO PO-BIN.
           WRITE CYCADJ-REC.
           IF LOT-CONTROLLED
               MOVE SPACES TO LX-LOT-TRANS-REC
               MOVE 'C' TO LX-TRANS-TYPE
               MOVE CN-PART-NUMBER TO LX-PART-NUMBER
               MOVE CN-LOT-NUMBER TO LX-LOT-NUMBER
               MOVE VARIANCE-WS TO LX-QUANTITY
               MOVE CN-COUNT-DATE TO LX-TRANS-DATE
               MOVE CN-COUNTER-ID TO LX-REFERENCE
               WRITE LX-LOT-TRANS-REC.
       460-EXIT.
           EXIT.

           OPEN INPUT CNTTRAN.
           OPEN INPUT CNTSCHED.
           OPEN INPUT INVPARTS.
           OPEN INPUT INVLOC.
           IF INVLOC-FOUND
               MOVE 'Y' TO INVLOC-AVAILABLE-SW
           ELSE
               DISPLAY "NO LOCATION STOCK FILE - COUNTS AGAINST TOTAL".
           OPEN INPUT PARTMSTR.
           OPEN INPUT LOTMSTR.
           IF LOTMSTR-FOUND
               MOVE 'Y' TO LOTMSTR-AVAILABLE-SW
           ELSE
               DISPLAY "NO LOT MASTER - GOVT PART COUNTS REJECTED".
           OPEN OUTPUT CYCLOT.
           OPEN OUTPUT CYCADJ.
           OPEN OUTPUT VARRPT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           CLOSE CNTTRAN, INVPARTS, PARTMSTR, CYCLOT, CYCADJ, VARRPT.
           IF LOTMSTR-AVAILABLE
               CLOSE LOTMSTR.
           IF INVLOC-AVAILABLE
               CLOSE INVLOC.
           IF NOT CNTSCHED-MISSING
               CLOSE CNTSCHED.
       850-EXIT.
