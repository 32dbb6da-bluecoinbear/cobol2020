       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOTTRACE.
      * Lot trace inquiry for lot-controlled (government-only)
      * parts, run against the lot master and the lot history
      * LOTPOST keeps - the answer to a recall or a government
      * audit. Each request card asks one of two questions:
      *   F  forward from a supplier lot: where the lot came from
      *      (supplier, PO, certificate of conformance) and every
      *      movement since - each work order it was issued to,
      *      each shipment, supplier return and count adjustment.
      *      Where a work order built a lot-controlled assembly,
      *      that assembly lot is traced forward in turn, so a lot
      *      is followed through every level it was built into.
      *   B  back from an assembly: every work order that built
      *      it (or only the one that built the lot named on the
      *      card) with each component lot issued to it and that
      *      lot's supplier, PO and certificate. A component lot
      *      that was itself built is traced back through the work
      *      order that built it.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTTRQ    ASSIGN TO LOTTRQ
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS LOTTRQ-ST.
           SELECT LOTMSTR   ASSIGN TO LOTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LM-KEY
                  FILE STATUS IS LOTMSTR-STATUS.
           SELECT LOTHIST   ASSIGN TO LOTHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS LOTHIST-ST.
           SELECT WORKORD   ASSIGN TO WORKORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WO-NUMBER
                  ALTERNATE RECORD KEY IS WO-ASSEMBLY-DUE-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WORKORD-STATUS.
           SELECT TRACERPT  ASSIGN TO TRACERPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS TRACERPT-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTTRQ
           RECORD CONTAINS 80 CHARACTERS.
       01  LOTTRQ-REC.
           05 TQ-TRACE-TYPE                     PIC X(01).
               88 TQ-FORWARD                               VALUE 'F'.
               88 TQ-BACKWARD                              VALUE 'B'.
           05 TQ-PART-NUMBER                    PIC X(23).
           05 TQ-LOT-NUMBER                     PIC X(12).
           05 FILLER                            PIC X(44).

       FD  LOTMSTR
           RECORD CONTAINS 110 CHARACTERS.
           COPY LOTMSTR.

       FD  LOTHIST
           RECORD CONTAINS 100 CHARACTERS.
           COPY LOTTRAN.

       FD  WORKORD
           RECORD CONTAINS 80 CHARACTERS.
           COPY WORKORD.

       FD  TRACERPT
           RECORD CONTAINS 110 CHARACTERS.
       01  TRACERPT-REC                         PIC X(110).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-REQUEST-SW                   PIC X(01)  VALUE 'Y'.
               88 NO-MORE-REQUEST                          VALUE 'N'.
           05 MORE-HIST-SW                      PIC X(01)  VALUE 'Y'.
               88 NO-MORE-HIST                             VALUE 'N'.
           05 MORE-WO-SW                        PIC X(01)  VALUE 'Y'.
               88 NO-MORE-WO                               VALUE 'N'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  FILE-STATUS-WS.
           05 LOTTRQ-ST                         PIC X(02).
               88 LOTTRQ-OK                                VALUE '00'.
           05 LOTMSTR-STATUS                    PIC X(02).
               88 LOTMSTR-FOUND                            VALUE '00'.
           05 LOTHIST-ST                        PIC X(02).
               88 LOTHIST-OK                               VALUE '00'.
           05 WORKORD-STATUS                    PIC X(02).
               88 WORKORD-FOUND                     VALUES '00' '02'.
           05 WORKORD-AVAILABLE-SW              PIC X(01)  VALUE 'N'.
               88 WORKORD-AVAILABLE                        VALUE 'Y'.
           05 TRACERPT-ST                       PIC X(02).
               88 TRACERPT-OK                              VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 REQUESTS-READ                     PIC 9(05)  VALUE ZERO.
           05 REQUESTS-REJECTED                 PIC 9(05)  VALUE ZERO.
           05 LOTS-TRACED                       PIC 9(07)  VALUE ZERO.
           05 WOS-TRACED                        PIC 9(07)  VALUE ZERO.
           05 MOVEMENTS-LISTED                  PIC 9(07)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).

      * Lots still to be traced forward for the current request -
      * the requested lot first, then each assembly lot built from
      * it as it turns up.
       01  FWD-TRACE-TABLE-WS.
           05 FWD-COUNT-WS                      PIC 9(03)  VALUE ZERO.
           05 FWD-ENTRY OCCURS 100 TIMES
                  INDEXED BY FWD-IDX, FWD-IDX2.
               10 FT-PART-NUMBER                PIC X(23).
               10 FT-LOT-NUMBER                 PIC X(12).

      * Work orders still to be traced back for the current
      * request - those that built the assembly, then each that
      * built a component lot issued to one of them.
       01  WO-TRACE-TABLE-WS.
           05 WOT-COUNT-WS                      PIC 9(03)  VALUE ZERO.
           05 WOT-ENTRY OCCURS 100 TIMES
                  INDEXED BY WOT-IDX, WOT-IDX2.
               10 WT-WO-NUMBER                  PIC X(06).

       01  SEARCH-KEYS-WS.
           05 ADD-PART-NUMBER-WS                PIC X(23).
           05 ADD-LOT-NUMBER-WS                 PIC X(12).
           05 ADD-WO-NUMBER-WS                  PIC X(06).
           05 TRACE-WO-NUMBER-WS                PIC X(06).

       01  TRC-HEADING-LINE.
           05 FILLER                            PIC X(32)
                  VALUE 'LOT TRACE INQUIRY               '.
           05 TH-DATE                           PIC 9(08).

       01  TRC-REQUEST-LINE.
           05 TR-DIRECTION                      PIC X(16).
           05 FILLER                     PIC X(06) VALUE 'PART: '.
           05 TR-PART-NUMBER                    PIC X(23).
           05 FILLER                     PIC X(07) VALUE '  LOT: '.
           05 TR-LOT-NUMBER                     PIC X(12).

       01  TRC-LOT-LINE.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 TL-PART-NUMBER                    PIC X(23).
           05 FILLER                     PIC X(06) VALUE ' LOT: '.
           05 TL-LOT-NUMBER                     PIC X(12).
           05 FILLER                     PIC X(07) VALUE ' FROM: '.
           05 TL-SUPPLIER                       PIC X(10).
           05 FILLER                     PIC X(06) VALUE ' REF: '.
           05 TL-REFERENCE                      PIC X(06).
           05 FILLER                     PIC X(07) VALUE ' CERT: '.
           05 TL-CERT-REF                       PIC X(15).
           05 FILLER                     PIC X(06) VALUE ' O/H: '.
           05 TL-ON-HAND-O                      PIC ZZZ,ZZ9-.

       01  TRC-MOVE-LINE.
           05 FILLER                            PIC X(04) VALUE SPACES.
           05 TM-ACTION                         PIC X(18).
           05 TM-REFERENCE                      PIC X(10).
           05 FILLER                     PIC X(06) VALUE ' QTY: '.
           05 TM-QTY-O                          PIC ZZZ,ZZ9-.
           05 FILLER                     PIC X(07) VALUE ' DATE: '.
           05 TM-DATE                           PIC 9(08).
           05 FILLER                     PIC X(07) VALUE ' ASSY: '.
           05 TM-ASSEMBLY                       PIC X(23).
           05 FILLER                     PIC X(06) VALUE ' LOT: '.
           05 TM-ASSEMBLY-LOT                   PIC X(12).

       01  TRC-WO-LINE.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(04) VALUE 'WO: '.
           05 TW-WO-NUMBER                      PIC X(06).
           05 FILLER                     PIC X(11) VALUE ' ASSEMBLY: '.
           05 TW-ASSEMBLY-PART                  PIC X(23).
           05 FILLER                     PIC X(08) VALUE ' BUILT: '.
           05 TW-COMPLETED-O                    PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(04) VALUE ' OF '.
           05 TW-QUANTITY-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 TW-STATUS                         PIC X(10).

       01  TRC-COMP-LINE.
           05 FILLER                            PIC X(04) VALUE SPACES.
           05 TC-ACTION                         PIC X(06).
           05 TC-PART-NUMBER                    PIC X(23).
           05 FILLER                            PIC X(01) VALUE SPACE.
           05 TC-LOT-NUMBER                     PIC X(12).
           05 FILLER                     PIC X(06) VALUE ' QTY: '.
           05 TC-QTY-O                          PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(06) VALUE ' FROM:'.
           05 TC-SUPPLIER                       PIC X(10).
           05 FILLER                     PIC X(06) VALUE ' REF: '.
           05 TC-REFERENCE                      PIC X(06).
           05 FILLER                     PIC X(07) VALUE ' CERT: '.
           05 TC-CERT-REF                       PIC X(15).

       01  TRC-NOTE-LINE.
           05 FILLER                            PIC X(04) VALUE SPACES.
           05 TN-TEXT                           PIC X(50).

       01  TRC-REJECT-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'REJECTED -  '.
           05 RJ-TRACE-TYPE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-PART-NUMBER                    PIC X(23).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-LOT-NUMBER                     PIC X(12).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  TRC-SUMMARY-LINE.
           05 FILLER                            PIC X(10)
                  VALUE 'REQUESTS: '.
           05 PS-REQUESTS-O                     PIC ZZ,ZZ9.
           05 FILLER                            PIC X(16)
                  VALUE '  LOTS TRACED:  '.
           05 PS-LOTS-O                         PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(16)
                  VALUE '  WORK ORDERS:  '.
           05 PS-WOS-O                          PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(14)
                  VALUE '  MOVEMENTS:  '.
           05 PS-MOVEMENTS-O                    PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  REJECTED: '.
           05 PS-REJECTED-O                     PIC ZZ,ZZ9.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAINLINE
               UNTIL NO-MORE-REQUEST.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF REQUESTS-REJECTED > ZERO
               MOVE +4 TO RETURN-CODE
           ELSE
               MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS.
           PERFORM 800-OPEN-FILES.
           MOVE CURR-DATE-WS TO TH-DATE.
           WRITE TRACERPT-REC FROM TRC-HEADING-LINE.
           PERFORM 900-READ-LOTTRQ THRU 900-EXIT.

           IF NO-MORE-REQUEST
               MOVE "EMPTY LOT TRACE REQUEST FILE" TO ABEND-REASON
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
           PERFORM 300-PROCESS-REQUEST THRU 300-EXIT.
           PERFORM 900-READ-LOTTRQ THRU 900-EXIT.

       300-PROCESS-REQUEST.
           MOVE "300-PROCESS-REQUEST" TO PARA-NAME.
           MOVE TQ-TRACE-TYPE  TO RJ-TRACE-TYPE.
           MOVE TQ-PART-NUMBER TO RJ-PART-NUMBER.
           MOVE TQ-LOT-NUMBER  TO RJ-LOT-NUMBER.
           IF NOT TQ-FORWARD AND NOT TQ-BACKWARD
               MOVE 'INVALID TRACE TYPE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF TQ-PART-NUMBER = SPACES
               MOVE 'PART NUMBER MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF TQ-FORWARD AND TQ-LOT-NUMBER = SPACES
               MOVE 'LOT NUMBER REQUIRED FORWARD' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           MOVE TQ-PART-NUMBER TO TR-PART-NUMBER.
           MOVE TQ-LOT-NUMBER  TO TR-LOT-NUMBER.
           IF TQ-FORWARD
               MOVE 'FORWARD TRACE' TO TR-DIRECTION
               WRITE TRACERPT-REC FROM TRC-REQUEST-LINE
               PERFORM 400-FORWARD-TRACE THRU 400-EXIT
           ELSE
               MOVE 'BACKWARD TRACE' TO TR-DIRECTION
               WRITE TRACERPT-REC FROM TRC-REQUEST-LINE
               PERFORM 500-BACKWARD-TRACE THRU 500-EXIT.
       300-EXIT.
           EXIT.

      * Forward trace - from a lot to wherever it went.
       400-FORWARD-TRACE.
           MOVE ZERO TO FWD-COUNT-WS.
           MOVE TQ-PART-NUMBER TO ADD-PART-NUMBER-WS.
           MOVE TQ-LOT-NUMBER  TO ADD-LOT-NUMBER-WS.
           PERFORM 460-ADD-FORWARD-LOT THRU 460-EXIT.
           PERFORM 420-TRACE-ONE-LOT THRU 420-EXIT
               VARYING FWD-IDX FROM 1 BY 1
               UNTIL FWD-IDX > FWD-COUNT-WS.
       400-EXIT.
           EXIT.

       420-TRACE-ONE-LOT.
           MOVE FT-PART-NUMBER (FWD-IDX) TO LM-PART-NUMBER,
                                            TL-PART-NUMBER.
           MOVE FT-LOT-NUMBER (FWD-IDX)  TO LM-LOT-NUMBER,
                                            TL-LOT-NUMBER.
           READ LOTMSTR.
           IF LOTMSTR-FOUND
               IF LM-BUILT
                   MOVE 'BUILT'      TO TL-SUPPLIER
               ELSE
                   MOVE LM-SUPPLIER-CODE TO TL-SUPPLIER
               END-IF
               MOVE LM-SOURCE-REF TO TL-REFERENCE
               MOVE LM-CERT-REF   TO TL-CERT-REF
               MOVE LM-ON-HAND    TO TL-ON-HAND-O
           ELSE
               MOVE SPACES TO TL-SUPPLIER, TL-REFERENCE
               MOVE 'NOT ON FILE' TO TL-CERT-REF
               MOVE ZERO TO TL-ON-HAND-O.
           WRITE TRACERPT-REC FROM TRC-LOT-LINE.
           ADD +1 TO LOTS-TRACED.
           PERFORM 600-REOPEN-HISTORY THRU 600-EXIT.
           PERFORM 440-CHECK-ONE-MOVEMENT THRU 440-EXIT
               UNTIL NO-MORE-HIST.
       420-EXIT.
           EXIT.

      * An issue to a work order that built a lot-controlled
      * assembly names the assembly lot and queues it to be traced
      * on forward.
       440-CHECK-ONE-MOVEMENT.
           PERFORM 650-READ-LOTHIST THRU 650-EXIT.
           IF NO-MORE-HIST
               GO TO 440-EXIT.
           IF LX-PART-NUMBER NOT = FT-PART-NUMBER (FWD-IDX)
              OR LX-LOT-NUMBER NOT = FT-LOT-NUMBER (FWD-IDX)
               GO TO 440-EXIT.
           PERFORM 680-DESCRIBE-MOVEMENT THRU 680-EXIT.
           MOVE LX-REFERENCE  TO TM-REFERENCE.
           MOVE LX-QUANTITY   TO TM-QTY-O.
           MOVE LX-TRANS-DATE TO TM-DATE.
           MOVE SPACES TO TM-ASSEMBLY, TM-ASSEMBLY-LOT.
           IF LX-ISSUE AND WORKORD-AVAILABLE
               MOVE LX-REFERENCE TO WO-NUMBER
               READ WORKORD KEY IS WO-NUMBER
               IF WORKORD-FOUND
                   MOVE WO-ASSEMBLY-PART TO TM-ASSEMBLY
                   MOVE WO-ASSEMBLY-PART TO LM-PART-NUMBER
                   MOVE WO-NUMBER        TO LM-LOT-NUMBER
                   READ LOTMSTR
                   IF LOTMSTR-FOUND
                       MOVE WO-NUMBER TO TM-ASSEMBLY-LOT
                       MOVE WO-ASSEMBLY-PART TO ADD-PART-NUMBER-WS
                       MOVE WO-NUMBER        TO ADD-LOT-NUMBER-WS
                       PERFORM 460-ADD-FORWARD-LOT THRU 460-EXIT
                   END-IF
               END-IF
           END-IF.
           WRITE TRACERPT-REC FROM TRC-MOVE-LINE.
           ADD +1 TO MOVEMENTS-LISTED.
       440-EXIT.
           EXIT.

       460-ADD-FORWARD-LOT.
           SET FWD-IDX2 TO 1.
           SEARCH FWD-ENTRY VARYING FWD-IDX2
               AT END
                   DISPLAY "*** FORWARD TRACE TABLE FULL - "
                           ADD-PART-NUMBER-WS " " ADD-LOT-NUMBER-WS
               WHEN FWD-IDX2 > FWD-COUNT-WS
                   ADD 1 TO FWD-COUNT-WS
                   MOVE ADD-PART-NUMBER-WS
                       TO FT-PART-NUMBER (FWD-IDX2)
                   MOVE ADD-LOT-NUMBER-WS
                       TO FT-LOT-NUMBER (FWD-IDX2)
               WHEN FT-PART-NUMBER (FWD-IDX2) = ADD-PART-NUMBER-WS
                AND FT-LOT-NUMBER (FWD-IDX2) = ADD-LOT-NUMBER-WS
                   CONTINUE
           END-SEARCH.
       460-EXIT.
           EXIT.

      * Backward trace - from an assembly to its component lots.
       500-BACKWARD-TRACE.
           MOVE ZERO TO WOT-COUNT-WS.
           IF NOT WORKORD-AVAILABLE
               MOVE 'NO WORK ORDER FILE - NOTHING TO TRACE' TO TN-TEXT
               WRITE TRACERPT-REC FROM TRC-NOTE-LINE
               GO TO 500-EXIT.
           MOVE TQ-PART-NUMBER TO WO-ASSEMBLY-PART.
           MOVE ZERO TO WO-DUE-DATE.
           MOVE 'Y' TO MORE-WO-SW.
           START WORKORD KEY IS NOT LESS THAN WO-ASSEMBLY-DUE-KEY
               INVALID KEY MOVE 'N' TO MORE-WO-SW
           END-START.
           PERFORM 520-COLLECT-ONE-WO THRU 520-EXIT
               UNTIL NO-MORE-WO.
           IF WOT-COUNT-WS = ZERO
               MOVE 'NO WORK ORDERS BUILT THIS ASSEMBLY' TO TN-TEXT
               WRITE TRACERPT-REC FROM TRC-NOTE-LINE
               GO TO 500-EXIT.
           PERFORM 540-TRACE-ONE-WO THRU 540-EXIT
               VARYING WOT-IDX FROM 1 BY 1
               UNTIL WOT-IDX > WOT-COUNT-WS.
       500-EXIT.
           EXIT.

      * A planned order has issued nothing; a lot on the card
      * narrows the trace to the work order that built that lot.
       520-COLLECT-ONE-WO.
           READ WORKORD NEXT RECORD
               AT END MOVE 'N' TO MORE-WO-SW
               GO TO 520-EXIT
           END-READ.
           IF WO-ASSEMBLY-PART NOT = TQ-PART-NUMBER
               MOVE 'N' TO MORE-WO-SW
               GO TO 520-EXIT.
           IF WO-PLANNED
               GO TO 520-EXIT.
           IF TQ-LOT-NUMBER NOT = SPACES
              AND TQ-LOT-NUMBER NOT = WO-NUMBER
               GO TO 520-EXIT.
           MOVE WO-NUMBER TO ADD-WO-NUMBER-WS.
           PERFORM 580-ADD-WORK-ORDER THRU 580-EXIT.
       520-EXIT.
           EXIT.

       540-TRACE-ONE-WO.
           MOVE WT-WO-NUMBER (WOT-IDX) TO WO-NUMBER,
                                          TRACE-WO-NUMBER-WS.
           READ WORKORD KEY IS WO-NUMBER.
           IF NOT WORKORD-FOUND
               GO TO 540-EXIT.
           MOVE WO-NUMBER        TO TW-WO-NUMBER.
           MOVE WO-ASSEMBLY-PART TO TW-ASSEMBLY-PART.
           MOVE WO-QTY-COMPLETED TO TW-COMPLETED-O.
           MOVE WO-QUANTITY      TO TW-QUANTITY-O.
           EVALUATE TRUE
               WHEN WO-RELEASED  MOVE 'RELEASED'  TO TW-STATUS
               WHEN WO-COMPLETE  MOVE 'COMPLETE'  TO TW-STATUS
               WHEN WO-CANCELLED MOVE 'CANCELLED' TO TW-STATUS
               WHEN OTHER        MOVE SPACES      TO TW-STATUS
           END-EVALUATE.
           WRITE TRACERPT-REC FROM TRC-WO-LINE.
           ADD +1 TO WOS-TRACED.
           PERFORM 600-REOPEN-HISTORY THRU 600-EXIT.
           PERFORM 560-CHECK-ONE-COMPONENT THRU 560-EXIT
               UNTIL NO-MORE-HIST.
       540-EXIT.
           EXIT.

      * A component lot that was itself built queues the work
      * order that built it, to be traced back in turn.
       560-CHECK-ONE-COMPONENT.
           PERFORM 650-READ-LOTHIST THRU 650-EXIT.
           IF NO-MORE-HIST
               GO TO 560-EXIT.
           IF NOT LX-ISSUE AND NOT LX-RETURN
               GO TO 560-EXIT.
           IF LX-REFERENCE NOT = TRACE-WO-NUMBER-WS
               GO TO 560-EXIT.
           IF LX-ISSUE
               MOVE 'ISSUED' TO TC-ACTION
           ELSE
               MOVE 'RETURN' TO TC-ACTION.
           MOVE LX-PART-NUMBER TO TC-PART-NUMBER, LM-PART-NUMBER.
           MOVE LX-LOT-NUMBER  TO TC-LOT-NUMBER, LM-LOT-NUMBER.
           MOVE LX-QUANTITY    TO TC-QTY-O.
           MOVE SPACES TO TC-SUPPLIER, TC-REFERENCE, TC-CERT-REF.
           READ LOTMSTR.
           IF LOTMSTR-FOUND
               MOVE LM-SOURCE-REF TO TC-REFERENCE
               MOVE LM-CERT-REF   TO TC-CERT-REF
               IF LM-BUILT
                   MOVE 'BUILT' TO TC-SUPPLIER
                   MOVE LM-SOURCE-REF TO ADD-WO-NUMBER-WS
                   PERFORM 580-ADD-WORK-ORDER THRU 580-EXIT
               ELSE
                   MOVE LM-SUPPLIER-CODE TO TC-SUPPLIER
               END-IF
           ELSE
               MOVE 'NOT ON FILE' TO TC-CERT-REF.
           WRITE TRACERPT-REC FROM TRC-COMP-LINE.
           ADD +1 TO MOVEMENTS-LISTED.
       560-EXIT.
           EXIT.

       580-ADD-WORK-ORDER.
           SET WOT-IDX2 TO 1.
           SEARCH WOT-ENTRY VARYING WOT-IDX2
               AT END
                   DISPLAY "*** BACKWARD TRACE TABLE FULL - "
                           ADD-WO-NUMBER-WS
               WHEN WOT-IDX2 > WOT-COUNT-WS
                   ADD 1 TO WOT-COUNT-WS
                   MOVE ADD-WO-NUMBER-WS TO WT-WO-NUMBER (WOT-IDX2)
               WHEN WT-WO-NUMBER (WOT-IDX2) = ADD-WO-NUMBER-WS
                   CONTINUE
           END-SEARCH.
       580-EXIT.
           EXIT.

      * Each lot or work order traced is one pass of the history.
       600-REOPEN-HISTORY.
           CLOSE LOTHIST.
           OPEN INPUT LOTHIST.
           MOVE 'Y' TO MORE-HIST-SW.
       600-EXIT.
           EXIT.

       650-READ-LOTHIST.
           READ LOTHIST
               AT END MOVE 'N' TO MORE-HIST-SW
           END-READ.
       650-EXIT.
           EXIT.

       680-DESCRIBE-MOVEMENT.
           EVALUATE TRUE
               WHEN LX-RECEIPT
                   MOVE 'RECEIVED ON PO'   TO TM-ACTION
               WHEN LX-BUILT
                   MOVE 'BUILT ON WO'      TO TM-ACTION
               WHEN LX-ISSUE
                   MOVE 'ISSUED TO WO'     TO TM-ACTION
               WHEN LX-RETURN
                   MOVE 'RETURNED FROM WO' TO TM-ACTION
               WHEN LX-SUPPLIER-RETURN
                   MOVE 'RETURNED TO SUPP' TO TM-ACTION
               WHEN LX-COUNT-ADJUST
                   MOVE 'COUNT ADJUSTMENT' TO TM-ACTION
               WHEN LX-SHIPMENT
                   MOVE 'SHIPPED'          TO TM-ACTION
               WHEN OTHER
                   MOVE SPACES             TO TM-ACTION
           END-EVALUATE.
       680-EXIT.
           EXIT.

       700-WRITE-REJECT.
           WRITE TRACERPT-REC FROM TRC-REJECT-LINE.
           ADD +1 TO REQUESTS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT LOTTRQ.
           OPEN INPUT LOTMSTR.
           IF NOT LOTMSTR-FOUND
               MOVE "NO LOT MASTER FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN INPUT LOTHIST.
           IF NOT LOTHIST-OK
               MOVE "NO LOT HISTORY FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN INPUT WORKORD.
           IF WORKORD-FOUND
               MOVE 'Y' TO WORKORD-AVAILABLE-SW
           ELSE
               DISPLAY "NO WORK ORDER FILE - WORK ORDERS NOT TRACED".
           OPEN OUTPUT TRACERPT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE LOTTRQ, LOTMSTR, LOTHIST, TRACERPT.
           IF WORKORD-AVAILABLE
               CLOSE WORKORD.
       850-EXIT.
           EXIT.

       900-READ-LOTTRQ.
           READ LOTTRQ
               AT END MOVE "N" TO MORE-REQUEST-SW
               GO TO 900-EXIT
           END-READ.
           ADD +1 TO REQUESTS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE REQUESTS-READ     TO PS-REQUESTS-O.
           MOVE LOTS-TRACED       TO PS-LOTS-O.
           MOVE WOS-TRACED        TO PS-WOS-O.
           MOVE MOVEMENTS-LISTED  TO PS-MOVEMENTS-O.
           MOVE REQUESTS-REJECTED TO PS-REJECTED-O.
           WRITE TRACERPT-REC FROM TRC-SUMMARY-LINE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - LOTTRACE ***"
               UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
