       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WOMAINT.
      * Assembly work-order maintenance. Opens a planned work order
      * for every line of the build schedule PLANRUN plans from -
      * unless one for the same assembly and due date is already on
      * file - and for every add transaction keyed by hand, each
      * numbered from the WONBRCTL control the way BLANKREL numbers
      * POs from PONBRCTL. A release explodes the assembly's BOM at
      * the work-order quantity, records each component's required
      * quantity on the work-order component file, allocates it in
      * the parts inventory, puts the assembly itself on order, and
      * prints the pick list for the floor showing what the stores
      * have free to pick. A cancel of a released order gives back
      * whatever allocation was never issued and takes the unbuilt
      * quantity back off order. Inventory effects go out on the
      * WOALLOUT extract in the shop-floor layout PARTINV posts.
      * Every work order field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLDSCHD   ASSIGN TO BLDSCHD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS BLDSCHD-ST.
           SELECT WOTRAN    ASSIGN TO WOTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WOTRAN-ST.
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
           SELECT BOMMSTR   ASSIGN TO BOMMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WS-PARENT-PART-NUMBER
                  FILE STATUS IS BOMMSTR-STATUS.
           SELECT INVPARTS  ASSIGN TO INVPARTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IP-PART-NUMBER
                  FILE STATUS IS INVPARTS-STATUS.
           SELECT WONBRCTL  ASSIGN TO WONBRCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WONBRCTL-ST.
           SELECT WOALLOUT  ASSIGN TO WOALLOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WOALLOUT-ST.
           SELECT WORPT     ASSIGN TO WORPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WORPT-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  BLDSCHD
           RECORD CONTAINS 80 CHARACTERS.
       01  BLDSCHD-REC.
           05 BS-PARENT-PART-NUMBER             PIC X(23).
           05 BS-BUILD-QTY                      PIC S9(7).
           05 BS-NEED-DATE                      PIC 9(08).
           05 FILLER                            PIC X(42).

       FD  WOTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  WOTRAN-REC.
           05 WT-TRANS-CODE                     PIC X(01).
               88 WT-ADD                                    VALUE 'A'.
               88 WT-RELEASE                                VALUE 'R'.
               88 WT-CANCEL                                 VALUE 'X'.
           05 WT-WO-NUMBER                      PIC X(06).
           05 WT-ASSEMBLY-PART                  PIC X(23).
           05 WT-QUANTITY                       PIC S9(7).
           05 WT-DUE-DATE                       PIC 9(08).
           05 FILLER                            PIC X(35).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 WT-OPERATOR-ID                    PIC X(08).

       FD  WORKORD
           RECORD CONTAINS 80 CHARACTERS.
           COPY WORKORD.

       FD  WOCOMP
           RECORD CONTAINS 60 CHARACTERS.
           COPY WOCOMP.

       FD  BOMMSTR
           RECORD CONTAINS 303 CHARACTERS.
       01  BOMMSTR-REC.
           COPY VARBOM.

       FD  INVPARTS
           RECORD CONTAINS 80 CHARACTERS.
           COPY INVPARTS.

       FD  WONBRCTL
           RECORD CONTAINS 6 CHARACTERS.
       01  WONBRCTL-REC                         PIC 9(06).

      * Allocations and on-order postings in the shop-floor
      * issue/receipt layout PARTINV posts to the parts inventory.
       FD  WOALLOUT
           RECORD CONTAINS 80 CHARACTERS.
       01  WOALLOUT-REC.
           05 AO-TRANS-TYPE                     PIC X(01).
           05 AO-PART-NUMBER                    PIC X(23).
           05 AO-QUANTITY                       PIC S9(7).
           05 AO-TRANS-DATE                     PIC 9(08).
           05 FILLER                            PIC X(41).

       FD  WORPT
           RECORD CONTAINS 110 CHARACTERS.
       01  WORPT-REC                            PIC X(110).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 MORE-SCHED-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-SCHED                            VALUE 'N'.
           05 MORE-COMP-SW                      PIC X(01)  VALUE 'Y'.
               88 NO-MORE-COMP                             VALUE 'N'.
           05 INVPARTS-AVAILABLE-SW             PIC X(01)  VALUE 'N'.
               88 INVPARTS-AVAILABLE                       VALUE 'Y'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  FILE-STATUS-WS.
           05 BLDSCHD-ST                        PIC X(02).
               88 BLDSCHD-OK                               VALUE '00'.
           05 WOTRAN-ST                         PIC X(02).
               88 WOTRAN-OK                                VALUE '00'.
           05 WORKORD-STATUS                    PIC X(02).
               88 WORKORD-FOUND                     VALUES '00' '02'.
               88 WORKORD-MISSING                          VALUE '35'.
           05 WOCOMP-STATUS                     PIC X(02).
               88 WOCOMP-FOUND                             VALUE '00'.
               88 WOCOMP-MISSING                           VALUE '35'.
           05 BOMMSTR-STATUS                    PIC X(02).
               88 BOMMSTR-FOUND                            VALUE '00'.
           05 INVPARTS-STATUS                   PIC X(02).
               88 INVPARTS-FOUND                           VALUE '00'.
           05 WONBRCTL-ST                       PIC X(02).
               88 WONBRCTL-OK                              VALUE '00'.
           05 WOALLOUT-ST                       PIC X(02).
               88 WOALLOUT-OK                              VALUE '00'.
           05 WORPT-ST                          PIC X(02).
               88 WORPT-OK                                 VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 SCHED-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 SCHED-ALREADY-OPEN                PIC 9(07)  VALUE ZERO.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 WOS-OPENED                        PIC 9(07)  VALUE ZERO.
           05 WOS-RELEASED                      PIC 9(07)  VALUE ZERO.
           05 WOS-CANCELLED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.
           05 LAST-WO-NUMBER-WS                 PIC 9(06)  VALUE ZERO.
           05 REQUIRED-QTY-WS                   PIC S9(9)  VALUE ZERO.
           05 REMAINING-QTY-WS                  PIC S9(9)  VALUE ZERO.
           05 AVAILABLE-QTY-WS                  PIC S9(9)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

      * The work order being opened, whichever input it came from.
       01  NEW-WO-FIELDS-WS.
           05 NEW-ASSEMBLY-PART-WS              PIC X(23).
           05 NEW-QUANTITY-WS                   PIC S9(7).
           05 NEW-DUE-DATE-WS                   PIC 9(08).
           05 NEW-SOURCE-WS                     PIC X(01).

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).

       01  WO-HEADING-LINE.
           05 FILLER                            PIC X(32)
                  VALUE 'WORK ORDER MAINTENANCE          '.
           05 WH-DATE                           PIC 9(08).

       01  WO-REGISTER-LINE.
           05 WR-ACTION                         PIC X(10).
           05 FILLER                     PIC X(04) VALUE 'WO: '.
           05 WR-WO-NUMBER                      PIC X(06).
           05 FILLER                     PIC X(12) VALUE '  ASSEMBLY: '.
           05 WR-ASSEMBLY-PART                  PIC X(23).
           05 FILLER                     PIC X(07) VALUE '  QTY: '.
           05 WR-QTY-O                          PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(07) VALUE '  DUE: '.
           05 WR-DUE-DATE                       PIC 9(08).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 WR-NOTE                           PIC X(20).

       01  PICK-HEADING-LINE.
           05 FILLER                            PIC X(15)
                  VALUE '  PICK LIST    '.
           05 FILLER                            PIC X(23)
                  VALUE 'COMPONENT'.
           05 FILLER                            PIC X(13)
                  VALUE '      TO PICK'.
           05 FILLER                            PIC X(13)
                  VALUE '      ON HAND'.
           05 FILLER                            PIC X(13)
                  VALUE '    AVAILABLE'.

       01  PICK-DETAIL-LINE.
           05 FILLER                            PIC X(15) VALUE SPACES.
           05 PK-PART-NUMBER                    PIC X(23).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 PK-PICK-QTY-O                     PIC ---,---,--9.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 PK-ON-HAND-O                      PIC ---,---,--9.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 PK-AVAILABLE-O                    PIC ---,---,--9.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 PK-FLAG                           PIC X(08).

       01  WO-REJECT-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'REJECTED -  '.
           05 RJ-TRANS-CODE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-WO-NUMBER                      PIC X(06).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-ASSEMBLY-PART                  PIC X(23).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  WO-SUMMARY-LINE.
           05 FILLER                            PIC X(09)
                  VALUE 'OPENED:  '.
           05 PS-OPENED-O                       PIC ZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  RELEASED: '.
           05 PS-RELEASED-O                     PIC ZZ,ZZ9.
           05 FILLER                            PIC X(13)
                  VALUE '  CANCELLED: '.
           05 PS-CANCELLED-O                    PIC ZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  REJECTED: '.
           05 PS-REJECTED-O                     PIC ZZ,ZZ9.
           05 FILLER                            PIC X(17)
                  VALUE '  SCHED ON FILE: '.
           05 PS-ON-FILE-O                      PIC ZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * work order master's fields.
           COPY CHGJPARM.
       01  WORKORD-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 010.
           05 FILLER                            PIC X(32)
                  VALUE 'WO-NUMBER               0001006N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WO-ASSEMBLY-PART        0007023N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WO-DUE-DATE             0030008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WO-QUANTITY             0038007N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WO-QTY-COMPLETED        0045007N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WO-STATUS               0052001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WO-SOURCE               0053001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WO-CREATED-DATE         0054008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WO-RELEASED-DATE        0062008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'WO-COMPLETED-DATE       0070008N'.

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
           PERFORM 060-GET-WO-NUMBER THRU 060-EXIT.
           MOVE CURR-DATE-WS TO WH-DATE.
           WRITE WORPT-REC FROM WO-HEADING-LINE.
           PERFORM 200-LOAD-BUILD-SCHEDULE THRU 200-EXIT.
           PERFORM 900-READ-WOTRAN THRU 900-EXIT.

           IF NO-MORE-TRANS
               DISPLAY "NO WORK ORDER TRANSACTIONS".

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

       060-GET-WO-NUMBER.
           OPEN INPUT WONBRCTL.
           IF WONBRCTL-OK
               READ WONBRCTL
                   AT END MOVE ZERO TO WONBRCTL-REC
               END-READ
               MOVE WONBRCTL-REC TO LAST-WO-NUMBER-WS
               CLOSE WONBRCTL
           ELSE
               DISPLAY "NO WORK ORDER NUMBER CONTROL - STARTING AT ONE"
               MOVE ZERO TO LAST-WO-NUMBER-WS.
       060-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-PROCESS-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-WOTRAN THRU 900-EXIT.

      * The schedule is optional - a run with none only works the
      * hand-keyed transactions.
       200-LOAD-BUILD-SCHEDULE.
           MOVE "200-LOAD-BUILD-SCHEDULE" TO PARA-NAME.
           OPEN INPUT BLDSCHD.
           IF NOT BLDSCHD-OK
               DISPLAY "NO BUILD SCHEDULE - TRANSACTIONS ONLY"
               GO TO 200-EXIT.
           PERFORM 220-SCHEDULE-ONE-LINE THRU 220-EXIT
               UNTIL NO-MORE-SCHED.
           CLOSE BLDSCHD.
       200-EXIT.
           EXIT.

       220-SCHEDULE-ONE-LINE.
           READ BLDSCHD
               AT END MOVE "N" TO MORE-SCHED-SW
               GO TO 220-EXIT
           END-READ.
           ADD +1 TO SCHED-RECORDS-READ.
           MOVE 'S'                   TO RJ-TRANS-CODE.
           MOVE SPACES                TO RJ-WO-NUMBER.
           MOVE BS-PARENT-PART-NUMBER TO RJ-ASSEMBLY-PART.
           IF BS-BUILD-QTY NOT NUMERIC OR BS-BUILD-QTY NOT > ZERO
               MOVE 'BUILD QUANTITY INVALID' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 220-EXIT.
           IF BS-NEED-DATE NOT NUMERIC OR BS-NEED-DATE = ZERO
               MOVE 'NEED DATE INVALID' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 220-EXIT.
           MOVE BS-PARENT-PART-NUMBER TO WS-PARENT-PART-NUMBER.
           READ BOMMSTR.
           IF NOT BOMMSTR-FOUND
               MOVE 'NO BOM FOR ASSEMBLY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 220-EXIT.
           MOVE BS-PARENT-PART-NUMBER TO WO-ASSEMBLY-PART.
           MOVE BS-NEED-DATE          TO WO-DUE-DATE.
           READ WORKORD KEY IS WO-ASSEMBLY-DUE-KEY.
           IF WORKORD-FOUND
               ADD +1 TO SCHED-ALREADY-OPEN
               GO TO 220-EXIT.
           MOVE BS-PARENT-PART-NUMBER TO NEW-ASSEMBLY-PART-WS.
           MOVE BS-BUILD-QTY          TO NEW-QUANTITY-WS.
           MOVE BS-NEED-DATE          TO NEW-DUE-DATE-WS.
           MOVE 'S'                   TO NEW-SOURCE-WS.
           PERFORM 250-OPEN-WORK-ORDER THRU 250-EXIT.
       220-EXIT.
           EXIT.

       250-OPEN-WORK-ORDER.
           ADD +1 TO LAST-WO-NUMBER-WS.
           MOVE SPACES               TO WO-WORK-ORDER-REC.
           MOVE LAST-WO-NUMBER-WS    TO WO-NUMBER.
           MOVE NEW-ASSEMBLY-PART-WS TO WO-ASSEMBLY-PART.
           MOVE NEW-DUE-DATE-WS      TO WO-DUE-DATE.
           MOVE NEW-QUANTITY-WS      TO WO-QUANTITY.
           MOVE ZERO                 TO WO-QTY-COMPLETED.
           MOVE 'P'                  TO WO-STATUS.
           MOVE NEW-SOURCE-WS        TO WO-SOURCE.
           MOVE CURR-DATE-WS         TO WO-CREATED-DATE.
           MOVE ZERO                 TO WO-RELEASED-DATE,
                                        WO-COMPLETED-DATE.
           MOVE SPACES               TO CJP-BEFORE-IMAGE.
           MOVE WO-WORK-ORDER-REC    TO CJP-AFTER-IMAGE.
           WRITE WO-WORK-ORDER-REC.
           IF NOT WORKORD-FOUND
               MOVE "WORK ORDER WRITE FAILED" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
      * An order opened from the build schedule has no operator.
           IF WO-FROM-SCHEDULE
               MOVE SPACES TO CJP-OPERATOR-ID
           ELSE
               MOVE WT-OPERATOR-ID TO CJP-OPERATOR-ID.
           MOVE 'A' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           MOVE 'OPENED'             TO WR-ACTION.
           IF WO-FROM-SCHEDULE
               MOVE 'FROM BUILD SCHEDULE' TO WR-NOTE
           ELSE
               MOVE SPACES TO WR-NOTE.
           PERFORM 720-WRITE-REGISTER THRU 720-EXIT.
           ADD +1 TO WOS-OPENED.
       250-EXIT.
           EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           MOVE WT-TRANS-CODE    TO RJ-TRANS-CODE.
           MOVE WT-WO-NUMBER     TO RJ-WO-NUMBER.
           MOVE WT-ASSEMBLY-PART TO RJ-ASSEMBLY-PART.
           EVALUATE TRUE
               WHEN WT-ADD
                   PERFORM 400-ADD-WORK-ORDER THRU 400-EXIT
               WHEN WT-RELEASE
                   PERFORM 500-RELEASE-WORK-ORDER THRU 500-EXIT
               WHEN WT-CANCEL
                   PERFORM 600-CANCEL-WORK-ORDER THRU 600-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

       400-ADD-WORK-ORDER.
           MOVE "400-ADD-WORK-ORDER" TO PARA-NAME.
           IF WT-QUANTITY NOT NUMERIC OR WT-QUANTITY NOT > ZERO
               MOVE 'BUILD QUANTITY INVALID' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF WT-DUE-DATE NOT NUMERIC OR WT-DUE-DATE = ZERO
               MOVE 'DUE DATE INVALID' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE WT-ASSEMBLY-PART TO WS-PARENT-PART-NUMBER.
           READ BOMMSTR.
           IF NOT BOMMSTR-FOUND
               MOVE 'NO BOM FOR ASSEMBLY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE WT-ASSEMBLY-PART TO NEW-ASSEMBLY-PART-WS.
           MOVE WT-QUANTITY      TO NEW-QUANTITY-WS.
           MOVE WT-DUE-DATE      TO NEW-DUE-DATE-WS.
           MOVE 'M'              TO NEW-SOURCE-WS.
           PERFORM 250-OPEN-WORK-ORDER THRU 250-EXIT.
       400-EXIT.
           EXIT.

       500-RELEASE-WORK-ORDER.
           MOVE "500-RELEASE-WORK-ORDER" TO PARA-NAME.
           MOVE WT-WO-NUMBER TO WO-NUMBER.
           READ WORKORD KEY IS WO-NUMBER.
           IF NOT WORKORD-FOUND
               MOVE 'WORK ORDER NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           MOVE WO-WORK-ORDER-REC TO CJP-BEFORE-IMAGE.
           IF NOT WO-PLANNED
               MOVE 'WORK ORDER NOT PLANNED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           MOVE WO-ASSEMBLY-PART TO WS-PARENT-PART-NUMBER.
           READ BOMMSTR.
           IF NOT BOMMSTR-FOUND
               MOVE 'NO BOM FOR ASSEMBLY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           MOVE 'RELEASED' TO WR-ACTION.
           MOVE SPACES TO WR-NOTE.
           PERFORM 720-WRITE-REGISTER THRU 720-EXIT.
           WRITE WORPT-REC FROM PICK-HEADING-LINE.
           PERFORM 520-RELEASE-ONE-COMPONENT THRU 520-EXIT
               VARYING WS-BOM-IDX FROM 1 BY 1
                   UNTIL WS-BOM-IDX > 10.
           MOVE 'O'              TO AO-TRANS-TYPE.
           MOVE WO-ASSEMBLY-PART TO AO-PART-NUMBER.
           MOVE WO-QUANTITY      TO AO-QUANTITY.
           PERFORM 740-WRITE-EXTRACT THRU 740-EXIT.
           MOVE 'R'              TO WO-STATUS.
           MOVE CURR-DATE-WS     TO WO-RELEASED-DATE.
           MOVE WO-WORK-ORDER-REC TO CJP-AFTER-IMAGE.
           REWRITE WO-WORK-ORDER-REC.
           MOVE WT-OPERATOR-ID   TO CJP-OPERATOR-ID.
           MOVE 'C'              TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO WOS-RELEASED.
       500-EXIT.
           EXIT.

      * The pick list shows what the stores have free - on-hand
      * less what earlier releases already hold.
       520-RELEASE-ONE-COMPONENT.
           IF WS-COMPONENT-PART-NUMBER (WS-BOM-IDX) = SPACES
               GO TO 520-EXIT.
           COMPUTE REQUIRED-QTY-WS =
               WS-COMPONENT-QTY (WS-BOM-IDX) * WO-QUANTITY.
           MOVE SPACES TO WC-COMPONENT-REC.
           MOVE WO-NUMBER TO WC-WO-NUMBER.
           MOVE WS-COMPONENT-PART-NUMBER (WS-BOM-IDX)
                                        TO WC-PART-NUMBER.
           MOVE WS-COMPONENT-QTY (WS-BOM-IDX) TO WC-PER-ASSEMBLY-QTY.
           MOVE REQUIRED-QTY-WS TO WC-REQUIRED-QTY.
           MOVE ZERO TO WC-ISSUED-QTY, WC-LAST-ISSUE-DATE.
           WRITE WC-COMPONENT-REC
               INVALID KEY
                   DISPLAY "*** COMPONENT ALREADY ON WORK ORDER - "
                           WO-NUMBER " " WC-PART-NUMBER
           END-WRITE.
           MOVE 'A'             TO AO-TRANS-TYPE.
           MOVE WC-PART-NUMBER  TO AO-PART-NUMBER.
           MOVE REQUIRED-QTY-WS TO AO-QUANTITY.
           PERFORM 740-WRITE-EXTRACT THRU 740-EXIT.
           MOVE WC-PART-NUMBER  TO PK-PART-NUMBER.
           MOVE REQUIRED-QTY-WS TO PK-PICK-QTY-O.
           MOVE SPACES TO PK-FLAG.
           IF INVPARTS-AVAILABLE
               MOVE WC-PART-NUMBER TO IP-PART-NUMBER
               READ INVPARTS
               IF NOT INVPARTS-FOUND
                   MOVE ZERO TO IP-ON-HAND, IP-ALLOCATED
               END-IF
               COMPUTE AVAILABLE-QTY-WS = IP-ON-HAND - IP-ALLOCATED
               MOVE IP-ON-HAND TO PK-ON-HAND-O
               MOVE AVAILABLE-QTY-WS TO PK-AVAILABLE-O
               IF AVAILABLE-QTY-WS < REQUIRED-QTY-WS
                   MOVE 'SHORT' TO PK-FLAG
               END-IF
           ELSE
               MOVE ZERO TO PK-ON-HAND-O, PK-AVAILABLE-O.
           WRITE WORPT-REC FROM PICK-DETAIL-LINE.
       520-EXIT.
           EXIT.

       600-CANCEL-WORK-ORDER.
           MOVE "600-CANCEL-WORK-ORDER" TO PARA-NAME.
           MOVE WT-WO-NUMBER TO WO-NUMBER.
           READ WORKORD KEY IS WO-NUMBER.
           IF NOT WORKORD-FOUND
               MOVE 'WORK ORDER NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 600-EXIT.
           MOVE WO-WORK-ORDER-REC TO CJP-BEFORE-IMAGE.
           IF WO-COMPLETE OR WO-CANCELLED
               MOVE 'WORK ORDER ALREADY CLOSED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 600-EXIT.
           IF WO-RELEASED
               PERFORM 620-RELEASE-ALLOCATIONS THRU 620-EXIT
               COMPUTE REMAINING-QTY-WS =
                   WO-QUANTITY - WO-QTY-COMPLETED
               IF REMAINING-QTY-WS > ZERO
                   MOVE 'X'              TO AO-TRANS-TYPE
                   MOVE WO-ASSEMBLY-PART TO AO-PART-NUMBER
                   MOVE REMAINING-QTY-WS TO AO-QUANTITY
                   PERFORM 740-WRITE-EXTRACT THRU 740-EXIT.
           MOVE 'X' TO WO-STATUS.
           MOVE WO-WORK-ORDER-REC TO CJP-AFTER-IMAGE.
           REWRITE WO-WORK-ORDER-REC.
           MOVE WT-OPERATOR-ID TO CJP-OPERATOR-ID.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           MOVE 'CANCELLED' TO WR-ACTION.
           MOVE SPACES TO WR-NOTE.
           PERFORM 720-WRITE-REGISTER THRU 720-EXIT.
           ADD +1 TO WOS-CANCELLED.
       600-EXIT.
           EXIT.

      * Gives back whatever of each component's allocation was
      * never issued.
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
               MOVE 'D'              TO AO-TRANS-TYPE
               MOVE WC-PART-NUMBER   TO AO-PART-NUMBER
               MOVE REMAINING-QTY-WS TO AO-QUANTITY
               PERFORM 740-WRITE-EXTRACT THRU 740-EXIT.
       640-EXIT.
           EXIT.

       700-WRITE-REJECT.
           WRITE WORPT-REC FROM WO-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       720-WRITE-REGISTER.
           MOVE WO-NUMBER        TO WR-WO-NUMBER.
           MOVE WO-ASSEMBLY-PART TO WR-ASSEMBLY-PART.
           MOVE WO-QUANTITY      TO WR-QTY-O.
           MOVE WO-DUE-DATE      TO WR-DUE-DATE.
           WRITE WORPT-REC FROM WO-REGISTER-LINE.
       720-EXIT.
           EXIT.

       740-WRITE-EXTRACT.
           MOVE CURR-DATE-WS TO AO-TRANS-DATE.
           MOVE SPACES TO WOALLOUT-REC (40:41).
           WRITE WOALLOUT-REC.
       740-EXIT.
           EXIT.

       750-SAVE-WO-NUMBER.
           MOVE LAST-WO-NUMBER-WS TO WONBRCTL-REC.
           OPEN OUTPUT WONBRCTL.
           WRITE WONBRCTL-REC.
           CLOSE WONBRCTL.
       750-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT WOTRAN.
           OPEN I-O WORKORD.
           IF WORKORD-MISSING
               OPEN OUTPUT WORKORD
               CLOSE WORKORD
               OPEN I-O WORKORD.
           OPEN I-O WOCOMP.
           IF WOCOMP-MISSING
               OPEN OUTPUT WOCOMP
               CLOSE WOCOMP
               OPEN I-O WOCOMP.
           OPEN INPUT BOMMSTR.
           OPEN INPUT INVPARTS.
           IF INVPARTS-FOUND
               MOVE 'Y' TO INVPARTS-AVAILABLE-SW
           ELSE
               DISPLAY "NO PARTS INVENTORY - PICK LIST UNPRICED".
           OPEN OUTPUT WOALLOUT.
           OPEN OUTPUT WORPT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE WOTRAN, WORKORD, WOCOMP, BOMMSTR, WOALLOUT, WORPT.
           IF INVPARTS-AVAILABLE
               CLOSE INVPARTS.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, WORKORD-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per work order field the transaction
      * changed, from the before and after images and the operator
      * the caller set up.
       860-JOURNAL-CHANGE.
           MOVE 'J'       TO CJP-FUNCTION.
           MOVE 'WOMAINT' TO CJP-PROGRAM.
           MOVE 'WORKORD' TO CJP-FILE-ID.
           MOVE WO-NUMBER TO CJP-KEY.
           CALL 'CHGJLOG' USING CJP-PARMS, WORKORD-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-WOTRAN.
           READ WOTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.
           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE WOS-OPENED         TO PS-OPENED-O.
           MOVE WOS-RELEASED       TO PS-RELEASED-O.
           MOVE WOS-CANCELLED      TO PS-CANCELLED-O.
           MOVE TRANS-REJECTED     TO PS-REJECTED-O.
           MOVE SCHED-ALREADY-OPEN TO PS-ON-FILE-O.
           WRITE WORPT-REC FROM WO-SUMMARY-LINE.
           PERFORM 750-SAVE-WO-NUMBER THRU 750-EXIT.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - WOMAINT ***"
               UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
