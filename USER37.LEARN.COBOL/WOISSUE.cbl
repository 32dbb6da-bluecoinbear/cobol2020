       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WOISSUE.
      * Work-order issue and completion posting. The floor reports
      * each component issued to a released work order, each
      * component returned from one, and each quantity of the
      * assembly completed. Issues and returns are kept per
      * component on the work-order component file against the BOM
      * requirement WOMAINT recorded at release - a part not on the
      * BOM is taken with nothing required, for the variance report
      * to show - and relieve or restore the component's on-hand
      * and its allocation in the parts inventory. A completion
      * receives the finished assembly into the parts inventory
      * against the on-order the release posted; once the full
      * quantity is built the work order is complete and any
      * allocation never issued is given back. Inventory effects
      * go out on the WOISSOUT extract in the shop-floor layout
      * PARTINV posts. A lot-controlled (government-only) component
      * is issued and returned by lot, the lot named on the
      * transaction and on the lot master; a lot-controlled
      * assembly is completed into a lot numbered by the work
      * order. Lot movements go out on the WOILOT extract LOTPOST
      * posts, which is what lets LOTTRACE follow a supplier lot
      * into the assemblies built from it. Each transaction names
      * the stocking location and bin the component is drawn from
      * or returned to, or the finished assembly is put away to -
      * the main warehouse when it names none - and the extract
      * carries it so PARTINV moves the stock at that location.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WOITRAN   ASSIGN TO WOITRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WOITRAN-ST.
           SELECT WORKORD   ASSIGN TO WORKORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WO-NUMBER
                  ALTERNATE RECORD KEY IS WO-ASSEMBLY-DUE-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WORKORD-STATUS.
           SELECT WOCOMP    ASSIGN TO WOCOMP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WC-KEY
                  FILE STATUS IS WOCOMP-STATUS.
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
           SELECT WOILOT    ASSIGN TO WOILOT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WOILOT-ST.
           SELECT WOISSOUT  ASSIGN TO WOISSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WOISSOUT-ST.
           SELECT WOIRPT    ASSIGN TO WOIRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WOIRPT-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  WOITRAN
           RECORD CONTAINS 80 CHARACTERS.
       01  WOITRAN-REC.
           05 WI-TRANS-CODE                     PIC X(01).
               88 WI-ISSUE                                  VALUE 'I'.
               88 WI-RETURN                                 VALUE 'T'.
               88 WI-COMPLETE                               VALUE 'C'.
           05 WI-WO-NUMBER                      PIC X(06).
           05 WI-PART-NUMBER                    PIC X(23).
           05 WI-QUANTITY                       PIC S9(7).
           05 WI-TRANS-DATE                     PIC 9(08).
           05 WI-LOT-NUMBER                     PIC X(12).
           05 WI-LOCATION                       PIC X(04).
               88 WI-VALID-LOCATION      VALUES 'MAIN', 'CRIB', 'YARD',
                                                SPACES.
           05 WI-BIN                            PIC X(06).
           05 FILLER                            PIC X(13).

       FD  WORKORD
           RECORD CONTAINS 80 CHARACTERS.
           COPY WORKORD.

       FD  WOCOMP
           RECORD CONTAINS 60 CHARACTERS.
           COPY WOCOMP.

       FD  PARTMSTR
           RECORD CONTAINS 92 CHARACTERS.
       01  PARTMSTR-REC.
           COPY VARPARTS.

       FD  LOTMSTR
           RECORD CONTAINS 110 CHARACTERS.
           COPY LOTMSTR.

      * Lot issues, returns and built lots for LOTPOST.
       FD  WOILOT
           RECORD CONTAINS 100 CHARACTERS.
           COPY LOTTRAN.

      * Issues, returns, completions and allocation changes in the
      * shop-floor issue/receipt layout PARTINV posts.
       FD  WOISSOUT
           RECORD CONTAINS 80 CHARACTERS.
       01  WOISSOUT-REC.
           05 IO-TRANS-TYPE                     PIC X(01).
           05 IO-PART-NUMBER                    PIC X(23).
           05 IO-QUANTITY                       PIC S9(7).
           05 IO-TRANS-DATE                     PIC 9(08).
           05 IO-LOCATION                       PIC X(04).
           05 IO-BIN                            PIC X(06).
           05 FILLER                            PIC X(31).

       FD  WOIRPT
           RECORD CONTAINS 120 CHARACTERS.
       01  WOIRPT-REC                           PIC X(120).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 MORE-COMP-SW                      PIC X(01)  VALUE 'Y'.
               88 NO-MORE-COMP                             VALUE 'N'.
           05 LOT-CONTROLLED-SW                 PIC X(01)  VALUE 'N'.
               88 LOT-CONTROLLED                           VALUE 'Y'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  FILE-STATUS-WS.
           05 WOITRAN-ST                        PIC X(02).
               88 WOITRAN-OK                               VALUE '00'.
           05 WORKORD-STATUS                    PIC X(02).
               88 WORKORD-FOUND                     VALUES '00' '02'.
           05 WOCOMP-STATUS                     PIC X(02).
               88 WOCOMP-FOUND                             VALUE '00'.
               88 WOCOMP-MISSING                           VALUE '35'.
           05 PARTMSTR-STATUS                   PIC X(02).
               88 PARTMSTR-FOUND                           VALUE '00'.
           05 LOTMSTR-STATUS                    PIC X(02).
               88 LOTMSTR-FOUND                            VALUE '00'.
           05 LOTMSTR-AVAILABLE-SW              PIC X(01)  VALUE 'N'.
               88 LOTMSTR-AVAILABLE                        VALUE 'Y'.
           05 WOILOT-ST                         PIC X(02).
               88 WOILOT-OK                                VALUE '00'.
           05 WOISSOUT-ST                       PIC X(02).
               88 WOISSOUT-OK                              VALUE '00'.
           05 WOIRPT-ST                         PIC X(02).
               88 WOIRPT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 ISSUES-POSTED                     PIC 9(07)  VALUE ZERO.
           05 RETURNS-POSTED                    PIC 9(07)  VALUE ZERO.
           05 COMPLETIONS-POSTED                PIC 9(07)  VALUE ZERO.
           05 WOS-COMPLETED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.
           05 OLD-OPEN-ALLOC-WS                 PIC S9(9)  VALUE ZERO.
           05 NEW-OPEN-ALLOC-WS                 PIC S9(9)  VALUE ZERO.
           05 ALLOC-CHANGE-WS                   PIC S9(9)  VALUE ZERO.
           05 REMAINING-QTY-WS                  PIC S9(9)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).
           05 TRANS-DATE-WS                     PIC 9(08).

       01  WOI-HEADING-LINE.
           05 FILLER                            PIC X(32)
                  VALUE 'WORK ORDER ISSUES/COMPLETIONS   '.
           05 WH-DATE                           PIC 9(08).

       01  WOI-APPLIED-LINE.
           05 WA-ACTION                         PIC X(10).
           05 FILLER                     PIC X(04) VALUE 'WO: '.
           05 WA-WO-NUMBER                      PIC X(06).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 WA-PART-NUMBER                    PIC X(23).
           05 FILLER                     PIC X(07) VALUE '  QTY: '.
           05 WA-QTY-O                          PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(11) VALUE '  TO DATE: '.
           05 WA-TODATE-O                       PIC ---,---,--9.
           05 FILLER                     PIC X(11) VALUE '  REQUIRED:'.
           05 WA-REQUIRED-O                     PIC ---,---,--9.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 WA-NOTE                           PIC X(10).

       01  WOI-REJECT-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'REJECTED -  '.
           05 RJ-TRANS-CODE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-WO-NUMBER                      PIC X(06).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-PART-NUMBER                    PIC X(23).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  WOI-SUMMARY-LINE.
           05 FILLER                            PIC X(09)
                  VALUE 'ISSUES:  '.
           05 PS-ISSUES-O                       PIC ZZ,ZZ9.
           05 FILLER                            PIC X(11)
                  VALUE '  RETURNS: '.
           05 PS-RETURNS-O                      PIC ZZ,ZZ9.
           05 FILLER                            PIC X(15)
                  VALUE '  COMPLETIONS: '.
           05 PS-COMPLETIONS-O                  PIC ZZ,ZZ9.
           05 FILLER                            PIC X(15)
                  VALUE '  WOS CLOSED:  '.
           05 PS-CLOSED-O                       PIC ZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  REJECTED: '.
           05 PS-REJECTED-O                     PIC ZZ,ZZ9.

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
           MOVE CURR-DATE-WS TO WH-DATE.
           WRITE WOIRPT-REC FROM WOI-HEADING-LINE.
           PERFORM 900-READ-WOITRAN THRU 900-EXIT.

           IF NO-MORE-TRANS
               MOVE "EMPTY WORK ORDER ISSUE FILE" TO ABEND-REASON
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
           PERFORM 900-READ-WOITRAN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           MOVE WI-TRANS-CODE  TO RJ-TRANS-CODE.
           MOVE WI-WO-NUMBER   TO RJ-WO-NUMBER.
           MOVE WI-PART-NUMBER TO RJ-PART-NUMBER.
           IF NOT WI-ISSUE AND NOT WI-RETURN AND NOT WI-COMPLETE
               MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF WI-QUANTITY NOT NUMERIC OR WI-QUANTITY NOT > ZERO
               MOVE 'INVALID QUANTITY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF NOT WI-VALID-LOCATION
               MOVE 'INVALID LOCATION' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           MOVE WI-WO-NUMBER TO WO-NUMBER.
           READ WORKORD KEY IS WO-NUMBER.
           IF NOT WORKORD-FOUND
               MOVE 'WORK ORDER NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF NOT WO-RELEASED
               MOVE 'WORK ORDER NOT RELEASED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF WI-TRANS-DATE NUMERIC AND WI-TRANS-DATE > ZERO
               MOVE WI-TRANS-DATE TO TRANS-DATE-WS
           ELSE
               MOVE CURR-DATE-WS TO TRANS-DATE-WS.
           EVALUATE TRUE
               WHEN WI-ISSUE
                   PERFORM 400-POST-ISSUE THRU 400-EXIT
               WHEN WI-RETURN
                   PERFORM 450-POST-RETURN THRU 450-EXIT
               WHEN WI-COMPLETE
                   PERFORM 500-POST-COMPLETION THRU 500-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

      * The allocation relieved is only what the issue takes out of
      * the still-unissued requirement; issuing past the BOM draws
      * on free stock.
       400-POST-ISSUE.
           MOVE "400-POST-ISSUE" TO PARA-NAME.
           IF WI-PART-NUMBER = SPACES
               MOVE 'COMPONENT PART MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           PERFORM 420-CHECK-LOT THRU 420-EXIT.
           IF RJ-REASON NOT = SPACES
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE WO-NUMBER      TO WC-WO-NUMBER.
           MOVE WI-PART-NUMBER TO WC-PART-NUMBER.
           READ WOCOMP.
           IF NOT WOCOMP-FOUND
               MOVE SPACES TO WC-COMPONENT-REC
               MOVE WO-NUMBER      TO WC-WO-NUMBER
               MOVE WI-PART-NUMBER TO WC-PART-NUMBER
               MOVE ZERO TO WC-PER-ASSEMBLY-QTY, WC-REQUIRED-QTY,
                            WC-ISSUED-QTY, WC-LAST-ISSUE-DATE
               MOVE 'NOT ON BOM' TO WA-NOTE
           ELSE
               MOVE SPACES TO WA-NOTE.
           PERFORM 460-OPEN-ALLOCATION THRU 460-EXIT.
           MOVE NEW-OPEN-ALLOC-WS TO OLD-OPEN-ALLOC-WS.
           ADD WI-QUANTITY TO WC-ISSUED-QTY.
           MOVE TRANS-DATE-WS TO WC-LAST-ISSUE-DATE.
           PERFORM 460-OPEN-ALLOCATION THRU 460-EXIT.
           PERFORM 470-PUT-COMPONENT THRU 470-EXIT.
           MOVE 'I'            TO IO-TRANS-TYPE.
           MOVE WI-PART-NUMBER TO IO-PART-NUMBER.
           MOVE WI-QUANTITY    TO IO-QUANTITY.
           PERFORM 740-WRITE-EXTRACT THRU 740-EXIT.
           COMPUTE ALLOC-CHANGE-WS =
               OLD-OPEN-ALLOC-WS - NEW-OPEN-ALLOC-WS.
           IF ALLOC-CHANGE-WS > ZERO
               MOVE 'D'             TO IO-TRANS-TYPE
               MOVE WI-PART-NUMBER  TO IO-PART-NUMBER
               MOVE ALLOC-CHANGE-WS TO IO-QUANTITY
               PERFORM 740-WRITE-EXTRACT THRU 740-EXIT.
           IF LOT-CONTROLLED
               MOVE 'I'            TO LX-TRANS-TYPE
               MOVE WI-PART-NUMBER TO LX-PART-NUMBER
               MOVE WI-LOT-NUMBER  TO LX-LOT-NUMBER
               PERFORM 760-WRITE-LOT-EXTRACT THRU 760-EXIT.
           MOVE 'ISSUED' TO WA-ACTION.
           PERFORM 720-WRITE-APPLIED THRU 720-EXIT.
           ADD +1 TO ISSUES-POSTED.
       400-EXIT.
           EXIT.

      * A return that reopens part of the BOM requirement puts that
      * much back under allocation.
       450-POST-RETURN.
           MOVE "450-POST-RETURN" TO PARA-NAME.
           PERFORM 420-CHECK-LOT THRU 420-EXIT.
           IF RJ-REASON NOT = SPACES
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 450-EXIT.
           MOVE WO-NUMBER      TO WC-WO-NUMBER.
           MOVE WI-PART-NUMBER TO WC-PART-NUMBER.
           READ WOCOMP.
           IF NOT WOCOMP-FOUND
               MOVE 'PART NOT ISSUED TO WORK ORDER' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 450-EXIT.
           IF WI-QUANTITY > WC-ISSUED-QTY
               MOVE 'RETURN EXCEEDS QUANTITY ISSUED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 450-EXIT.
           PERFORM 460-OPEN-ALLOCATION THRU 460-EXIT.
           MOVE NEW-OPEN-ALLOC-WS TO OLD-OPEN-ALLOC-WS.
           SUBTRACT WI-QUANTITY FROM WC-ISSUED-QTY.
           PERFORM 460-OPEN-ALLOCATION THRU 460-EXIT.
           PERFORM 470-PUT-COMPONENT THRU 470-EXIT.
           MOVE 'T'            TO IO-TRANS-TYPE.
           MOVE WI-PART-NUMBER TO IO-PART-NUMBER.
           MOVE WI-QUANTITY    TO IO-QUANTITY.
           PERFORM 740-WRITE-EXTRACT THRU 740-EXIT.
           COMPUTE ALLOC-CHANGE-WS =
               NEW-OPEN-ALLOC-WS - OLD-OPEN-ALLOC-WS.
           IF ALLOC-CHANGE-WS > ZERO
               MOVE 'A'             TO IO-TRANS-TYPE
               MOVE WI-PART-NUMBER  TO IO-PART-NUMBER
               MOVE ALLOC-CHANGE-WS TO IO-QUANTITY
               PERFORM 740-WRITE-EXTRACT THRU 740-EXIT.
           IF LOT-CONTROLLED
               MOVE 'T'            TO LX-TRANS-TYPE
               MOVE WI-PART-NUMBER TO LX-PART-NUMBER
               MOVE WI-LOT-NUMBER  TO LX-LOT-NUMBER
               PERFORM 760-WRITE-LOT-EXTRACT THRU 760-EXIT.
           MOVE 'RETURNED' TO WA-ACTION.
           MOVE SPACES TO WA-NOTE.
           PERFORM 720-WRITE-APPLIED THRU 720-EXIT.
           ADD +1 TO RETURNS-POSTED.
       450-EXIT.
           EXIT.

      * A government-only component moves by a lot on the lot
      * master; the reason is left blank when the lot checks.
       420-CHECK-LOT.
           MOVE SPACES TO RJ-REASON.
           MOVE 'N' TO LOT-CONTROLLED-SW.
           MOVE WI-PART-NUMBER TO WS-PART-NUMBER.
           READ PARTMSTR.
           IF NOT PARTMSTR-FOUND OR NOT WS-GOVT-ONLY-PART
               GO TO 420-EXIT.
           MOVE 'Y' TO LOT-CONTROLLED-SW.
           IF WI-LOT-NUMBER = SPACES
               MOVE 'LOT NUMBER REQUIRED-GOVT PART' TO RJ-REASON
               GO TO 420-EXIT.
           IF NOT LOTMSTR-AVAILABLE
               MOVE 'LOT NOT ON LOT MASTER' TO RJ-REASON
               GO TO 420-EXIT.
           MOVE WI-PART-NUMBER TO LM-PART-NUMBER.
           MOVE WI-LOT-NUMBER TO LM-LOT-NUMBER.
           READ LOTMSTR.
           IF NOT LOTMSTR-FOUND
               MOVE 'LOT NOT ON LOT MASTER' TO RJ-REASON.
       420-EXIT.
           EXIT.

      * Still-open allocation is the requirement not yet issued.
       460-OPEN-ALLOCATION.
           COMPUTE NEW-OPEN-ALLOC-WS = WC-REQUIRED-QTY - WC-ISSUED-QTY.
           IF NEW-OPEN-ALLOC-WS < ZERO
               MOVE ZERO TO NEW-OPEN-ALLOC-WS.
       460-EXIT.
           EXIT.

       470-PUT-COMPONENT.
           REWRITE WC-COMPONENT-REC
               INVALID KEY
                   WRITE WC-COMPONENT-REC
           END-REWRITE.
       470-EXIT.
           EXIT.

       500-POST-COMPLETION.
           MOVE "500-POST-COMPLETION" TO PARA-NAME.
           MOVE WO-ASSEMBLY-PART TO RJ-PART-NUMBER.
           IF WO-QTY-COMPLETED + WI-QUANTITY > WO-QUANTITY
               MOVE 'COMPLETION EXCEEDS ORDER QTY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           ADD WI-QUANTITY TO WO-QTY-COMPLETED.
           MOVE 'R'              TO IO-TRANS-TYPE.
           MOVE WO-ASSEMBLY-PART TO IO-PART-NUMBER.
           MOVE WI-QUANTITY      TO IO-QUANTITY.
           PERFORM 740-WRITE-EXTRACT THRU 740-EXIT.
           PERFORM 520-WRITE-BUILT-LOT THRU 520-EXIT.
           MOVE SPACES TO WA-NOTE.
           IF WO-QTY-COMPLETED NOT < WO-QUANTITY
               MOVE 'C' TO WO-STATUS
               MOVE TRANS-DATE-WS TO WO-COMPLETED-DATE
               PERFORM 620-RELEASE-ALLOCATIONS THRU 620-EXIT
               MOVE 'WO CLOSED' TO WA-NOTE
               ADD +1 TO WOS-COMPLETED.
           REWRITE WO-WORK-ORDER-REC.
           MOVE 'COMPLETED'      TO WA-ACTION.
           MOVE WO-ASSEMBLY-PART TO WI-PART-NUMBER.
           MOVE WO-QTY-COMPLETED TO WC-ISSUED-QTY.
           MOVE WO-QUANTITY      TO WC-REQUIRED-QTY.
           PERFORM 720-WRITE-APPLIED THRU 720-EXIT.
           ADD +1 TO COMPLETIONS-POSTED.
       500-EXIT.
           EXIT.

      * A lot-controlled assembly is its own lot, numbered by the
      * work order that built it.
       520-WRITE-BUILT-LOT.
           MOVE WO-ASSEMBLY-PART TO WS-PART-NUMBER.
           READ PARTMSTR.
           IF NOT PARTMSTR-FOUND OR NOT WS-GOVT-ONLY-PART
               GO TO 520-EXIT.
           MOVE 'B'              TO LX-TRANS-TYPE.
           MOVE WO-ASSEMBLY-PART TO LX-PART-NUMBER.
           MOVE WO-NUMBER        TO LX-LOT-NUMBER.
           PERFORM 760-WRITE-LOT-EXTRACT THRU 760-EXIT.
       520-EXIT.
           EXIT.

      * Gives back whatever of each component's allocation was
      * never issued, the same sweep WOMAINT makes on a cancel.
       620-RELEASE-ALLOCATIONS.
           MOVE WO-NUMBER  TO WC-WO-NUMBER.
           MOVE LOW-VALUES TO WC-PART-NUMBER.
           MOVE 'Y' TO MORE-COMP-SW.
           START WOCOMP KEY IS NOT LESS THAN WC-KEY
               INVALID KEY MOVE 'N' TO MORE-COMP-SW
           END-START.
           PERFORM 640-RELEASE-ONE-ALLOCATION THRU 640-EXIT
               UNTIL NO-MORE-COMP.
       620-EXIT.
           EXIT.

       640-RELEASE-ONE-ALLOCATION.
           READ WOCOMP NEXT RECORD
               AT END MOVE 'N' TO MORE-COMP-SW
               GO TO 640-EXIT
           END-READ.
           IF WC-WO-NUMBER NOT = WO-NUMBER
               MOVE 'N' TO MORE-COMP-SW
               GO TO 640-EXIT.
           COMPUTE REMAINING-QTY-WS = WC-REQUIRED-QTY - WC-ISSUED-QTY.
           IF REMAINING-QTY-WS > ZERO
               MOVE 'D'              TO IO-TRANS-TYPE
               MOVE WC-PART-NUMBER   TO IO-PART-NUMBER
               MOVE REMAINING-QTY-WS TO IO-QUANTITY
               PERFORM 740-WRITE-EXTRACT THRU 740-EXIT.
       640-EXIT.
           EXIT.

       700-WRITE-REJECT.
           WRITE WOIRPT-REC FROM WOI-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       720-WRITE-APPLIED.
           MOVE WO-NUMBER       TO WA-WO-NUMBER.
           MOVE WI-PART-NUMBER  TO WA-PART-NUMBER.
           MOVE WI-QUANTITY     TO WA-QTY-O.
           MOVE WC-ISSUED-QTY   TO WA-TODATE-O.
           MOVE WC-REQUIRED-QTY TO WA-REQUIRED-O.
           WRITE WOIRPT-REC FROM WOI-APPLIED-LINE.
       720-EXIT.
           EXIT.

       740-WRITE-EXTRACT.
           MOVE TRANS-DATE-WS TO IO-TRANS-DATE.
           MOVE SPACES TO WOISSOUT-REC (40:41).
      * Allocation changes are not tied to a location.
           IF IO-TRANS-TYPE = 'I' OR 'T' OR 'R'
               MOVE WI-LOCATION TO IO-LOCATION
               MOVE WI-BIN      TO IO-BIN.
           WRITE WOISSOUT-REC.
       740-EXIT.
           EXIT.

       760-WRITE-LOT-EXTRACT.
           MOVE WI-QUANTITY   TO LX-QUANTITY.
           MOVE TRANS-DATE-WS TO LX-TRANS-DATE.
           MOVE WO-NUMBER     TO LX-REFERENCE.
           MOVE SPACES TO LX-SUPPLIER-CODE, LX-CERT-REF.
           MOVE SPACES TO LX-LOT-TRANS-REC (87:14).
           WRITE LX-LOT-TRANS-REC.
       760-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT WOITRAN.
           OPEN I-O WORKORD.
           OPEN I-O WOCOMP.
           IF WOCOMP-MISSING
               OPEN OUTPUT WOCOMP
               CLOSE WOCOMP
               OPEN I-O WOCOMP.
           OPEN INPUT PARTMSTR.
           OPEN INPUT LOTMSTR.
           IF LOTMSTR-FOUND
               MOVE 'Y' TO LOTMSTR-AVAILABLE-SW
           ELSE
               DISPLAY "NO LOT MASTER - GOVT PART ISSUES REJECTED".
           OPEN OUTPUT WOILOT.
           OPEN OUTPUT WOISSOUT.
           OPEN OUTPUT WOIRPT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE WOITRAN, WORKORD, WOCOMP, PARTMSTR, WOILOT,
                 WOISSOUT, WOIRPT.
           IF LOTMSTR-AVAILABLE
               CLOSE LOTMSTR.
       850-EXIT.
           EXIT.

       900-READ-WOITRAN.
           READ WOITRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.
           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE ISSUES-POSTED      TO PS-ISSUES-O.
           MOVE RETURNS-POSTED     TO PS-RETURNS-O.
           MOVE COMPLETIONS-POSTED TO PS-COMPLETIONS-O.
           MOVE WOS-COMPLETED      TO PS-CLOSED-O.
           MOVE TRANS-REJECTED     TO PS-REJECTED-O.
           WRITE WOIRPT-REC FROM WOI-SUMMARY-LINE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - WOISSUE ***"
               UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
