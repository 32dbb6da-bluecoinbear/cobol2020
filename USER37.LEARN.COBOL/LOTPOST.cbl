       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOTPOST.
      * Lot posting for lot-controlled (government-only) parts.
      * Reads the lot extracts PORECV, PORETURN, CYCENTRY and
      * WOISSUE write, together with any shipment or opening-lot
      * transactions keyed by hand, and keeps the on-hand by lot
      * on the lot master the same way PARTINV keeps it by part:
      * a receipt puts a new lot on file with its supplier, PO and
      * certificate of conformance, a built assembly puts on the
      * lot its work order made, issues, shipments and supplier
      * returns take stock off the lot, component returns put it
      * back and count adjustments move it either way. Every
      * transaction posted is appended to the lot history file,
      * the trail LOTTRACE follows for a recall or a government
      * audit. A lot driven negative posts and is flagged, as
      * PARTINV flags a part; a movement against a lot not on file
      * is rejected.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTTRAN   ASSIGN TO LOTTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS LOTTRAN-ST.
           SELECT LOTMSTR   ASSIGN TO LOTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LM-KEY
                  FILE STATUS IS LOTMSTR-STATUS.
           SELECT LOTHIST   ASSIGN TO LOTHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS LOTHIST-ST.
           SELECT LOTRPT    ASSIGN TO LOTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS LOTRPT-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTTRAN
           RECORD CONTAINS 100 CHARACTERS.
           COPY LOTTRAN.

       FD  LOTMSTR
           RECORD CONTAINS 110 CHARACTERS.
           COPY LOTMSTR.

      * Posted transactions, appended in the LOTTRAN layout.
       FD  LOTHIST
           RECORD CONTAINS 100 CHARACTERS.
       01  LOTHIST-REC                          PIC X(100).

       FD  LOTRPT
           RECORD CONTAINS 110 CHARACTERS.
       01  LOTRPT-REC                           PIC X(110).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  FILE-STATUS-WS.
           05 LOTTRAN-ST                        PIC X(02).
               88 LOTTRAN-OK                               VALUE '00'.
           05 LOTMSTR-STATUS                    PIC X(02).
               88 LOTMSTR-FOUND                            VALUE '00'.
               88 LOTMSTR-MISSING                          VALUE '35'.
           05 LOTHIST-ST                        PIC X(02).
               88 LOTHIST-OK                               VALUE '00'.
           05 LOTRPT-ST                         PIC X(02).
               88 LOTRPT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-POSTED                      PIC 9(07)  VALUE ZERO.
           05 LOTS-ADDED                        PIC 9(07)  VALUE ZERO.
           05 LOTS-NEGATIVE                     PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).

       01  LOT-HEADING-LINE.
           05 FILLER                            PIC X(32)
                  VALUE 'LOT POSTING REGISTER            '.
           05 LH-DATE                           PIC 9(08).

       01  LOT-DETAIL-LINE.
           05 LD-TRANS-TYPE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 LD-PART-NUMBER                    PIC X(23).
           05 FILLER                     PIC X(06) VALUE ' LOT: '.
           05 LD-LOT-NUMBER                     PIC X(12).
           05 FILLER                     PIC X(06) VALUE ' QTY: '.
           05 LD-QTY-O                          PIC ZZZ,ZZ9-.
           05 FILLER                     PIC X(06) VALUE ' REF: '.
           05 LD-REFERENCE                      PIC X(10).
           05 FILLER                     PIC X(10) VALUE ' LOT O/H: '.
           05 LD-ON-HAND-O                      PIC ZZZ,ZZ9-.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 LD-NOTE                           PIC X(12).

       01  LOT-REJECT-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'REJECTED -  '.
           05 RJ-TRANS-TYPE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-PART-NUMBER                    PIC X(23).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-LOT-NUMBER                     PIC X(12).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  LOT-SUMMARY-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'TRANS READ: '.
           05 PS-READ-O                         PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(10)
                  VALUE '  POSTED: '.
           05 PS-POSTED-O                       PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(14)
                  VALUE '  NEW LOTS:   '.
           05 PS-ADDED-O                        PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  NEGATIVE: '.
           05 PS-NEGATIVE-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  REJECTED: '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

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
           MOVE CURR-DATE-WS TO LH-DATE.
           WRITE LOTRPT-REC FROM LOT-HEADING-LINE.
           PERFORM 900-READ-LOTTRAN THRU 900-EXIT.

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
           PERFORM 300-POST-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-LOTTRAN THRU 900-EXIT.

       300-POST-TRANSACTION.
           MOVE "300-POST-TRANSACTION" TO PARA-NAME.
           MOVE LX-TRANS-TYPE  TO RJ-TRANS-TYPE.
           MOVE LX-PART-NUMBER TO RJ-PART-NUMBER.
           MOVE LX-LOT-NUMBER  TO RJ-LOT-NUMBER.
           IF NOT LX-RECEIPT AND NOT LX-BUILT AND NOT LX-ISSUE
              AND NOT LX-RETURN AND NOT LX-SUPPLIER-RETURN
              AND NOT LX-COUNT-ADJUST AND NOT LX-SHIPMENT
               MOVE 'INVALID TRANSACTION TYPE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF LX-PART-NUMBER = SPACES OR LX-LOT-NUMBER = SPACES
               MOVE 'PART OR LOT NUMBER MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF LX-QUANTITY NOT NUMERIC OR LX-QUANTITY = ZERO
               MOVE 'INVALID QUANTITY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF LX-QUANTITY < ZERO AND NOT LX-COUNT-ADJUST
               MOVE 'INVALID QUANTITY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF LX-TRANS-DATE NOT NUMERIC OR LX-TRANS-DATE = ZERO
               MOVE CURR-DATE-WS TO LX-TRANS-DATE.
           MOVE SPACES TO LD-NOTE.
           MOVE LX-PART-NUMBER TO LM-PART-NUMBER.
           MOVE LX-LOT-NUMBER  TO LM-LOT-NUMBER.
           READ LOTMSTR.
           IF LX-RECEIPT OR LX-BUILT
               PERFORM 400-RECEIVE-LOT THRU 400-EXIT
               GO TO 300-EXIT.
           IF NOT LOTMSTR-FOUND
               MOVE 'LOT NOT ON LOT MASTER' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           EVALUATE TRUE
               WHEN LX-ISSUE
               WHEN LX-SHIPMENT
               WHEN LX-SUPPLIER-RETURN
                   SUBTRACT LX-QUANTITY FROM LM-ON-HAND
               WHEN LX-RETURN
               WHEN LX-COUNT-ADJUST
                   ADD LX-QUANTITY TO LM-ON-HAND
           END-EVALUATE.
           MOVE LX-TRANS-DATE TO LM-LAST-ACTIVITY-DATE.
           REWRITE LM-LOT-REC.
           IF NOT LOTMSTR-FOUND
               MOVE "LOT MASTER REWRITE FAILED" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           PERFORM 600-RECORD-POSTING THRU 600-EXIT.
       300-EXIT.
           EXIT.

      * A lot received again - a split delivery under the same
      * heat - adds to the lot already on file; a certificate
      * reference is kept from the first receipt that had one.
       400-RECEIVE-LOT.
           IF LOTMSTR-FOUND
               ADD LX-QUANTITY TO LM-QTY-RECEIVED, LM-ON-HAND
               IF LM-CERT-REF = SPACES
                   MOVE LX-CERT-REF TO LM-CERT-REF
               END-IF
               MOVE LX-TRANS-DATE TO LM-LAST-ACTIVITY-DATE
               REWRITE LM-LOT-REC
               PERFORM 600-RECORD-POSTING THRU 600-EXIT
               GO TO 400-EXIT.
           MOVE SPACES TO LM-LOT-REC.
           MOVE LX-PART-NUMBER   TO LM-PART-NUMBER.
           MOVE LX-LOT-NUMBER    TO LM-LOT-NUMBER.
           IF LX-BUILT
               MOVE 'B' TO LM-LOT-SOURCE
           ELSE
               MOVE 'P' TO LM-LOT-SOURCE.
           MOVE LX-SUPPLIER-CODE TO LM-SUPPLIER-CODE.
           MOVE LX-REFERENCE     TO LM-SOURCE-REF.
           MOVE LX-CERT-REF      TO LM-CERT-REF.
           MOVE LX-TRANS-DATE    TO LM-RECEIPT-DATE,
                                    LM-LAST-ACTIVITY-DATE.
           MOVE LX-QUANTITY      TO LM-QTY-RECEIVED, LM-ON-HAND.
           WRITE LM-LOT-REC.
           IF NOT LOTMSTR-FOUND
               MOVE "LOT MASTER WRITE FAILED" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           MOVE 'NEW LOT' TO LD-NOTE.
           ADD +1 TO LOTS-ADDED.
           PERFORM 600-RECORD-POSTING THRU 600-EXIT.
       400-EXIT.
           EXIT.

       600-RECORD-POSTING.
           WRITE LOTHIST-REC FROM LX-LOT-TRANS-REC.
           IF LM-ON-HAND < ZERO
               MOVE 'NEGATIVE LOT' TO LD-NOTE
               ADD +1 TO LOTS-NEGATIVE.
           MOVE LX-TRANS-TYPE  TO LD-TRANS-TYPE.
           MOVE LX-PART-NUMBER TO LD-PART-NUMBER.
           MOVE LX-LOT-NUMBER  TO LD-LOT-NUMBER.
           MOVE LX-QUANTITY    TO LD-QTY-O.
           MOVE LX-REFERENCE   TO LD-REFERENCE.
           MOVE LM-ON-HAND     TO LD-ON-HAND-O.
           WRITE LOTRPT-REC FROM LOT-DETAIL-LINE.
           ADD +1 TO TRANS-POSTED.
       600-EXIT.
           EXIT.

       700-WRITE-REJECT.
           WRITE LOTRPT-REC FROM LOT-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT LOTTRAN.
           OPEN I-O LOTMSTR.
           IF LOTMSTR-MISSING
               OPEN OUTPUT LOTMSTR
               CLOSE LOTMSTR
               OPEN I-O LOTMSTR.
           OPEN EXTEND LOTHIST.
           IF NOT LOTHIST-OK
               OPEN OUTPUT LOTHIST.
           OPEN OUTPUT LOTRPT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE LOTTRAN, LOTMSTR, LOTHIST, LOTRPT.
       850-EXIT.
           EXIT.

       900-READ-LOTTRAN.
           READ LOTTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.
           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO PS-READ-O.
           MOVE TRANS-POSTED       TO PS-POSTED-O.
           MOVE LOTS-ADDED         TO PS-ADDED-O.
           MOVE LOTS-NEGATIVE      TO PS-NEGATIVE-O.
           MOVE TRANS-REJECTED     TO PS-REJECTED-O.
           WRITE LOTRPT-REC FROM LOT-SUMMARY-LINE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - LOTPOST ***"
               UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
