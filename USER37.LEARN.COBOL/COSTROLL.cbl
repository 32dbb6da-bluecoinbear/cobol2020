       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COSTROLL.
      * Standard cost roll-up. Sets the pending standard cost of
      * every purchased part from its latest buy - the most recent
      * order on the price history POPRCVAR keeps, or an open PO on
      * POFILE ordered later than that - then walks the BOM master
      * bottom-up the way PLANRUN walks it top-down, costing each
      * assembly as the sum of its components' pending standards at
      * their BOM quantities. An assembly is rolled only once every
      * sub-assembly under it has been, pass after pass, so a BOM
      * of any depth rolls in one run; one still unrolled when a
      * pass rolls nothing is circular and is reported, not costed.
      * Frozen standards are left alone - COSTFRZ freezes the
      * pending set once finance has reviewed this report, which
      * lists every assembly whose pending cost moved more than the
      * tolerance from its frozen cost, with the component whose
      * extended cost moved most.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOMMSTR   ASSIGN TO BOMMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS WS-PARENT-PART-NUMBER
                  FILE STATUS IS BOMMSTR-ST.
           SELECT PRICHIST  ASSIGN TO PRICHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PRICHIST-ST.
           SELECT POFILE    ASSIGN TO POFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS POFILE-ST.
           SELECT STDCOST   ASSIGN TO STDCOST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SC-PART-NUMBER
                  FILE STATUS IS STDCOST-STATUS.
           SELECT COSTRPT   ASSIGN TO COSTRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS COSTRPT-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  BOMMSTR
           RECORD CONTAINS 303 CHARACTERS.
       01  BOMMSTR-REC.
           COPY VARBOM.

       FD  PRICHIST
           RECORD CONTAINS 80 CHARACTERS.
       01  PRICHIST-REC.
           05 PH-PART-NUMBER                    PIC X(23).
           05 PH-SUPPLIER-CODE                  PIC X(10).
           05 PH-UNIT-PRICE                     PIC S9(7)V99.
           05 PH-ORDER-DATE                     PIC X(08).
           05 PH-PO-NUMBER                      PIC X(06).
           05 FILLER                            PIC X(24).

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

       FD  STDCOST
           RECORD CONTAINS 80 CHARACTERS.
           COPY STDCOST.

       FD  COSTRPT
           RECORD CONTAINS 110 CHARACTERS.
       01  COSTRPT-REC                          PIC X(110).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-BOM-SW                       PIC X(01)  VALUE 'Y'.
               88 NO-MORE-BOM                              VALUE 'N'.
           05 MORE-HIST-SW                      PIC X(01)  VALUE 'Y'.
               88 NO-MORE-HIST                             VALUE 'N'.
           05 MORE-POFILE-SW                    PIC X(01)  VALUE 'Y'.
               88 NO-MORE-POFILE                           VALUE 'N'.
           05 ENTRY-FOUND-SW                    PIC X(01)  VALUE 'N'.
               88 ENTRY-FOUND                              VALUE 'Y'.
           05 COMPONENTS-READY-SW               PIC X(01)  VALUE 'N'.
               88 COMPONENTS-READY                         VALUE 'Y'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  FILE-STATUS-WS.
           05 BOMMSTR-ST                        PIC X(02).
               88 BOMMSTR-OK                               VALUE '00'.
           05 PRICHIST-ST                       PIC X(02).
               88 PRICHIST-OK                              VALUE '00'.
               88 PRICHIST-MISSING                         VALUE '35'.
           05 POFILE-ST                         PIC X(02).
               88 POFILE-OK                                VALUE '00'.
           05 STDCOST-STATUS                    PIC X(02).
               88 STDCOST-FOUND                            VALUE '00'.
               88 STDCOST-MISSING                          VALUE '35'.
           05 COSTRPT-ST                        PIC X(02).
               88 COSTRPT-OK                               VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 PURCHASED-SET                     PIC 9(07)  VALUE ZERO.
           05 ASSEMBLIES-ROLLED                 PIC 9(07)  VALUE ZERO.
           05 ASSEMBLIES-FLAGGED                PIC 9(07)  VALUE ZERO.
           05 ASSEMBLIES-NOT-ROLLED             PIC 9(07)  VALUE ZERO.
           05 COMPONENTS-NO-COST                PIC 9(07)  VALUE ZERO.
           05 ROLLED-THIS-PASS-WS               PIC 9(05)  VALUE ZERO.
           05 NEW-COST-WS                       PIC S9(9)V99
                                                           VALUE ZERO.
           05 OLD-FROZEN-WS                     PIC S9(7)V99
                                                           VALUE ZERO.
           05 COMP-PENDING-WS                   PIC S9(7)V99
                                                           VALUE ZERO.
           05 COMP-FROZEN-WS                    PIC S9(7)V99
                                                           VALUE ZERO.
           05 EXT-CHANGE-WS                     PIC S9(9)V99
                                                           VALUE ZERO.
           05 ABS-CHANGE-WS                     PIC S9(9)V99
                                                           VALUE ZERO.
           05 DRIVER-ABS-WS                     PIC S9(9)V99
                                                           VALUE ZERO.
           05 DRIVER-CHANGE-WS                  PIC S9(9)V99
                                                           VALUE ZERO.
           05 DRIVER-PART-WS                    PIC X(23)  VALUE SPACE.
           05 CHANGE-RATIO-WS                   PIC S9(5)V9(4)
                                                           VALUE ZERO.
           05 ABS-RATIO-WS                      PIC S9(5)V9(4)
                                                           VALUE ZERO.
           05 CHANGE-PCT-WS                     PIC S9(5)V9
                                                           VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

      * An assembly whose pending cost moves more than this fraction
      * of its frozen cost is listed for finance's review.
       77  COST-TOLERANCE-PCT-WS                PIC V999   VALUE .050.

      * Latest buy per purchased part - price history first, then
      * the open POs, the later order date winning.
       77  LAST-PRICE-COUNT-WS                  PIC 9(03)  VALUE ZERO.
       01  LAST-PRICE-TABLE-WS.
           05 LPT-ENTRY OCCURS 200 TIMES
                   INDEXED BY LPT-IDX.
               10 LPT-PART-NUMBER-WS            PIC X(23).
               10 LPT-UNIT-PRICE-WS             PIC S9(7)V99.
               10 LPT-ORDER-DATE-WS             PIC X(08).
               10 LPT-SOURCE-WS                 PIC X(01).

       01  HOLD-PRICE-FIELDS-WS.
           05 HOLD-PART-NUMBER-WS               PIC X(23).
           05 HOLD-UNIT-PRICE-WS                PIC S9(7)V99.
           05 HOLD-ORDER-DATE-WS                PIC X(08).
           05 HOLD-SOURCE-WS                    PIC X(01).

      * The BOM master held in memory for the roll-up passes, each
      * entry the BOM record image plus its rolled flag.
       77  ASSEMBLY-COUNT-WS                    PIC 9(03)  VALUE ZERO.
       01  ASSEMBLY-TABLE-WS.
           05 AT-ENTRY OCCURS 100 TIMES
                   INDEXED BY ASM-IDX ASM-IDX2.
               10 AT-BOM-IMAGE.
                   15 AT-PARENT-PART-NUMBER-WS  PIC X(23).
                   15 AT-COMPONENT OCCURS 10 TIMES
                           INDEXED BY ACP-IDX.
                       20 AT-COMP-PART-NUMBER-WS PIC X(23).
                       20 AT-COMP-QTY-WS         PIC S9(05).
               10 AT-ROLLED-SW                  PIC X(01).
                   88 AT-ROLLED                            VALUE 'Y'.

       COPY INSTPART.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).

       01  COST-HEADING-LINE.
           05 FILLER                            PIC X(44)
                  VALUE 'STANDARD COST ROLL-UP - PENDING VS FROZEN  '.
           05 CH-DATE                           PIC 9(08).

       01  COST-CHANGE-LINE.
           05 FILLER                            PIC X(10)
                  VALUE 'ASSEMBLY  '.
           05 CC-PART-NUMBER                    PIC X(23).
           05 FILLER                     PIC X(10) VALUE '  FROZEN: '.
           05 CC-FROZEN-O                       PIC $$,$$$,$$9.99.
           05 FILLER                     PIC X(11) VALUE '  PENDING: '.
           05 CC-PENDING-O                      PIC $$,$$$,$$9.99.
           05 FILLER                     PIC X(10) VALUE '  CHANGE: '.
           05 CC-PCT-O                          PIC ----9.9.
           05 FILLER                            PIC X(02) VALUE '% '.
           05 CC-NOTE                           PIC X(10).

       01  COST-DRIVER-LINE.
           05 FILLER                            PIC X(15)
                  VALUE '    DRIVEN BY: '.
           05 CD-PART-NUMBER                    PIC X(23).
           05 FILLER                            PIC X(19)
                  VALUE '  EXTENDED CHANGE: '.
           05 CD-CHANGE-O                       PIC ---,---,--9.99.

       01  COST-EXCEPTION-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'NOT COSTED - '.
           05 CX-PART-NUMBER                    PIC X(23).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 CX-REASON                         PIC X(30).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 CX-PARENT-PART-NUMBER             PIC X(23).

       01  COST-SUMMARY-LINE.
           05 FILLER                            PIC X(16)
                  VALUE 'PURCHASED SET:  '.
           05 PS-PURCHASED-O                    PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(10)
                  VALUE '  ROLLED: '.
           05 PS-ROLLED-O                       PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(11)
                  VALUE '  FLAGGED: '.
           05 PS-FLAGGED-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(14)
                  VALUE '  NOT ROLLED: '.
           05 PS-NOT-ROLLED-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(11)
                  VALUE '  NO COST: '.
           05 PS-NO-COST-O                      PIC ZZZ,ZZ9.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 200-SET-PURCHASED-COSTS THRU 200-EXIT.
           PERFORM 300-ROLL-UP-ASSEMBLIES THRU 300-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS.
           PERFORM 800-OPEN-FILES.
           PERFORM 060-LOAD-PRICE-HISTORY THRU 060-EXIT.
           PERFORM 080-LOAD-OPEN-POS THRU 080-EXIT.
           PERFORM 100-LOAD-BOMS THRU 100-EXIT.
           MOVE CURR-DATE-WS TO CH-DATE.
           WRITE COSTRPT-REC FROM COST-HEADING-LINE.

           IF ASSEMBLY-COUNT-WS = ZERO
               MOVE "EMPTY BOM MASTER FILE" TO ABEND-REASON
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

       060-LOAD-PRICE-HISTORY.
           MOVE "060-LOAD-PRICE-HISTORY" TO PARA-NAME.
           IF PRICHIST-MISSING
               DISPLAY "NO PRICE HISTORY - OPEN PO PRICES ONLY"
               GO TO 060-EXIT.
           PERFORM 065-LOAD-ONE-HIST THRU 065-EXIT
               UNTIL NO-MORE-HIST.
       060-EXIT.
           EXIT.

       065-LOAD-ONE-HIST.
           READ PRICHIST
               AT END MOVE "N" TO MORE-HIST-SW
               GO TO 065-EXIT
           END-READ.
           MOVE PH-PART-NUMBER TO HOLD-PART-NUMBER-WS.
           MOVE PH-UNIT-PRICE  TO HOLD-UNIT-PRICE-WS.
           MOVE PH-ORDER-DATE  TO HOLD-ORDER-DATE-WS.
           MOVE 'H'            TO HOLD-SOURCE-WS.
           PERFORM 070-POST-LAST-PRICE THRU 070-EXIT.
       065-EXIT.
           EXIT.

      * Keeps the latest-dated price per part; instrument POs are
      * costed on the instrument inventory, not here.
       070-POST-LAST-PRICE.
           MOVE HOLD-PART-NUMBER-WS TO INSTRUMENT-PART-NO.
           IF IP-INSTRUMENT-PART
               GO TO 070-EXIT.
           IF HOLD-UNIT-PRICE-WS NOT NUMERIC
              OR HOLD-UNIT-PRICE-WS NOT > ZERO
               GO TO 070-EXIT.
           MOVE 'N' TO ENTRY-FOUND-SW.
           IF LAST-PRICE-COUNT-WS > ZERO
               SET LPT-IDX TO 1
               SEARCH LPT-ENTRY
                   AT END
                       MOVE 'N' TO ENTRY-FOUND-SW
                   WHEN LPT-IDX > LAST-PRICE-COUNT-WS
                       MOVE 'N' TO ENTRY-FOUND-SW
                   WHEN LPT-PART-NUMBER-WS (LPT-IDX)
                           = HOLD-PART-NUMBER-WS
                       MOVE 'Y' TO ENTRY-FOUND-SW.
           IF ENTRY-FOUND
               IF HOLD-ORDER-DATE-WS NOT <
                      LPT-ORDER-DATE-WS (LPT-IDX)
                   MOVE HOLD-UNIT-PRICE-WS
                               TO LPT-UNIT-PRICE-WS (LPT-IDX)
                   MOVE HOLD-ORDER-DATE-WS
                               TO LPT-ORDER-DATE-WS (LPT-IDX)
                   MOVE HOLD-SOURCE-WS
                               TO LPT-SOURCE-WS (LPT-IDX)
               END-IF
           ELSE
           IF LAST-PRICE-COUNT-WS < 200
               ADD 1 TO LAST-PRICE-COUNT-WS
               SET LPT-IDX TO LAST-PRICE-COUNT-WS
               MOVE HOLD-PART-NUMBER-WS
                           TO LPT-PART-NUMBER-WS (LPT-IDX)
               MOVE HOLD-UNIT-PRICE-WS
                           TO LPT-UNIT-PRICE-WS (LPT-IDX)
               MOVE HOLD-ORDER-DATE-WS
                           TO LPT-ORDER-DATE-WS (LPT-IDX)
               MOVE HOLD-SOURCE-WS
                           TO LPT-SOURCE-WS (LPT-IDX)
           ELSE
               DISPLAY "*** LAST PRICE TABLE FULL - "
                       HOLD-PART-NUMBER-WS.
       070-EXIT.
           EXIT.

       080-LOAD-OPEN-POS.
           MOVE "080-LOAD-OPEN-POS" TO PARA-NAME.
           PERFORM 085-LOAD-ONE-PO THRU 085-EXIT
               UNTIL NO-MORE-POFILE.
       080-EXIT.
           EXIT.

       085-LOAD-ONE-PO.
           READ POFILE
               AT END MOVE "N" TO MORE-POFILE-SW
               GO TO 085-EXIT
           END-READ.
           MOVE PF-PART-NUMBER TO HOLD-PART-NUMBER-WS.
           MOVE PF-UNIT-PRICE  TO HOLD-UNIT-PRICE-WS.
           MOVE PF-ORDER-DATE  TO HOLD-ORDER-DATE-WS.
           MOVE 'P'            TO HOLD-SOURCE-WS.
           PERFORM 070-POST-LAST-PRICE THRU 070-EXIT.
       085-EXIT.
           EXIT.

       100-LOAD-BOMS.
           MOVE "100-LOAD-BOMS" TO PARA-NAME.
           PERFORM 110-LOAD-ONE-BOM THRU 110-EXIT
               UNTIL NO-MORE-BOM.
       100-EXIT.
           EXIT.

       110-LOAD-ONE-BOM.
           READ BOMMSTR NEXT
               AT END MOVE "N" TO MORE-BOM-SW
               GO TO 110-EXIT
           END-READ.
           IF ASSEMBLY-COUNT-WS < 100
               ADD 1 TO ASSEMBLY-COUNT-WS
               SET ASM-IDX TO ASSEMBLY-COUNT-WS
               MOVE BOMMSTR-REC TO AT-BOM-IMAGE (ASM-IDX)
               MOVE 'N' TO AT-ROLLED-SW (ASM-IDX)
           ELSE
               DISPLAY "*** ASSEMBLY TABLE FULL - "
                       WS-PARENT-PART-NUMBER " NOT ROLLED".
       110-EXIT.
           EXIT.

      * A part bought and also built is an assembly - its cost comes
      * from the roll-up, not from its buys.
       200-SET-PURCHASED-COSTS.
           MOVE "200-SET-PURCHASED-COSTS" TO PARA-NAME.
           PERFORM 220-SET-ONE-PURCHASED THRU 220-EXIT
               VARYING LPT-IDX FROM 1 BY 1
                   UNTIL LPT-IDX > LAST-PRICE-COUNT-WS.
       200-EXIT.
           EXIT.

       220-SET-ONE-PURCHASED.
           MOVE LPT-PART-NUMBER-WS (LPT-IDX) TO HOLD-PART-NUMBER-WS.
           PERFORM 420-FIND-ASSEMBLY THRU 420-EXIT.
           IF ENTRY-FOUND
               GO TO 220-EXIT.
           MOVE LPT-PART-NUMBER-WS (LPT-IDX) TO SC-PART-NUMBER.
           READ STDCOST.
           IF STDCOST-FOUND
               MOVE LPT-UNIT-PRICE-WS (LPT-IDX) TO SC-PENDING-COST
               MOVE CURR-DATE-WS TO SC-PENDING-DATE
               MOVE LPT-SOURCE-WS (LPT-IDX) TO SC-COST-SOURCE
               REWRITE SC-STD-COST-REC
           ELSE
               MOVE SPACES TO SC-STD-COST-REC
               MOVE LPT-PART-NUMBER-WS (LPT-IDX) TO SC-PART-NUMBER
               MOVE ZERO TO SC-FROZEN-COST, SC-FROZEN-DATE
               MOVE LPT-UNIT-PRICE-WS (LPT-IDX) TO SC-PENDING-COST
               MOVE CURR-DATE-WS TO SC-PENDING-DATE
               MOVE LPT-SOURCE-WS (LPT-IDX) TO SC-COST-SOURCE
               WRITE SC-STD-COST-REC.
           ADD +1 TO PURCHASED-SET.
       220-EXIT.
           EXIT.

      * Passes over the assembly table until one rolls nothing new.
       300-ROLL-UP-ASSEMBLIES.
           MOVE "300-ROLL-UP-ASSEMBLIES" TO PARA-NAME.
           MOVE 1 TO ROLLED-THIS-PASS-WS.
           PERFORM 320-ROLL-UP-PASS THRU 320-EXIT
               UNTIL ROLLED-THIS-PASS-WS = ZERO.
           PERFORM 390-REPORT-NOT-ROLLED THRU 390-EXIT
               VARYING ASM-IDX FROM 1 BY 1
                   UNTIL ASM-IDX > ASSEMBLY-COUNT-WS.
       300-EXIT.
           EXIT.

       320-ROLL-UP-PASS.
           MOVE ZERO TO ROLLED-THIS-PASS-WS.
           PERFORM 340-ROLL-ONE-ASSEMBLY THRU 340-EXIT
               VARYING ASM-IDX FROM 1 BY 1
                   UNTIL ASM-IDX > ASSEMBLY-COUNT-WS.
       320-EXIT.
           EXIT.

       340-ROLL-ONE-ASSEMBLY.
           IF AT-ROLLED (ASM-IDX)
               GO TO 340-EXIT.
           MOVE 'Y' TO COMPONENTS-READY-SW.
           PERFORM 350-CHECK-ONE-COMPONENT THRU 350-EXIT
               VARYING ACP-IDX FROM 1 BY 1
                   UNTIL ACP-IDX > 10.
           IF NOT COMPONENTS-READY
               GO TO 340-EXIT.
           MOVE ZERO   TO NEW-COST-WS.
           MOVE ZERO   TO DRIVER-ABS-WS.
           MOVE ZERO   TO DRIVER-CHANGE-WS.
           MOVE SPACES TO DRIVER-PART-WS.
           PERFORM 360-COST-ONE-COMPONENT THRU 360-EXIT
               VARYING ACP-IDX FROM 1 BY 1
                   UNTIL ACP-IDX > 10.
           PERFORM 370-PUT-ASSEMBLY-COST THRU 370-EXIT.
           PERFORM 380-CHECK-COST-CHANGE THRU 380-EXIT.
           MOVE 'Y' TO AT-ROLLED-SW (ASM-IDX).
           ADD +1 TO ASSEMBLIES-ROLLED.
           ADD +1 TO ROLLED-THIS-PASS-WS.
       340-EXIT.
           EXIT.

      * A sub-assembly not yet rolled holds its parent to a later
      * pass.
       350-CHECK-ONE-COMPONENT.
           IF AT-COMP-PART-NUMBER-WS (ASM-IDX ACP-IDX) = SPACES
               GO TO 350-EXIT.
           MOVE AT-COMP-PART-NUMBER-WS (ASM-IDX ACP-IDX)
                                        TO HOLD-PART-NUMBER-WS.
           PERFORM 420-FIND-ASSEMBLY THRU 420-EXIT.
           IF ENTRY-FOUND
               IF NOT AT-ROLLED (ASM-IDX2)
                   MOVE 'N' TO COMPONENTS-READY-SW.
       350-EXIT.
           EXIT.

       360-COST-ONE-COMPONENT.
           IF AT-COMP-PART-NUMBER-WS (ASM-IDX ACP-IDX) = SPACES
               GO TO 360-EXIT.
           MOVE AT-COMP-PART-NUMBER-WS (ASM-IDX ACP-IDX)
                                        TO SC-PART-NUMBER.
           READ STDCOST.
           IF NOT STDCOST-FOUND
               MOVE AT-COMP-PART-NUMBER-WS (ASM-IDX ACP-IDX)
                                        TO CX-PART-NUMBER
               MOVE 'COMPONENT HAS NO STANDARD COST' TO CX-REASON
               MOVE AT-PARENT-PART-NUMBER-WS (ASM-IDX)
                                        TO CX-PARENT-PART-NUMBER
               WRITE COSTRPT-REC FROM COST-EXCEPTION-LINE
               ADD +1 TO COMPONENTS-NO-COST
               GO TO 360-EXIT.
           MOVE SC-PENDING-COST TO COMP-PENDING-WS.
           MOVE SC-FROZEN-COST  TO COMP-FROZEN-WS.
           COMPUTE NEW-COST-WS = NEW-COST-WS +
               AT-COMP-QTY-WS (ASM-IDX ACP-IDX) * COMP-PENDING-WS.
           COMPUTE EXT-CHANGE-WS =
               AT-COMP-QTY-WS (ASM-IDX ACP-IDX) *
                   (COMP-PENDING-WS - COMP-FROZEN-WS).
           IF EXT-CHANGE-WS < ZERO
               COMPUTE ABS-CHANGE-WS = ZERO - EXT-CHANGE-WS
           ELSE
               MOVE EXT-CHANGE-WS TO ABS-CHANGE-WS.
           IF ABS-CHANGE-WS > DRIVER-ABS-WS
               MOVE ABS-CHANGE-WS TO DRIVER-ABS-WS
               MOVE EXT-CHANGE-WS TO DRIVER-CHANGE-WS
               MOVE AT-COMP-PART-NUMBER-WS (ASM-IDX ACP-IDX)
                                        TO DRIVER-PART-WS.
       360-EXIT.
           EXIT.

       370-PUT-ASSEMBLY-COST.
           MOVE AT-PARENT-PART-NUMBER-WS (ASM-IDX) TO SC-PART-NUMBER.
           READ STDCOST.
           IF STDCOST-FOUND
               MOVE SC-FROZEN-COST TO OLD-FROZEN-WS
               MOVE NEW-COST-WS TO SC-PENDING-COST
               MOVE CURR-DATE-WS TO SC-PENDING-DATE
               MOVE 'R' TO SC-COST-SOURCE
               REWRITE SC-STD-COST-REC
           ELSE
               MOVE ZERO TO OLD-FROZEN-WS
               MOVE SPACES TO SC-STD-COST-REC
               MOVE AT-PARENT-PART-NUMBER-WS (ASM-IDX)
                                        TO SC-PART-NUMBER
               MOVE ZERO TO SC-FROZEN-COST, SC-FROZEN-DATE
               MOVE NEW-COST-WS TO SC-PENDING-COST
               MOVE CURR-DATE-WS TO SC-PENDING-DATE
               MOVE 'R' TO SC-COST-SOURCE
               WRITE SC-STD-COST-REC.
       370-EXIT.
           EXIT.

      * An assembly with no frozen cost yet is always listed, so
      * its first standard is reviewed before it is frozen.
       380-CHECK-COST-CHANGE.
           MOVE SPACES TO CC-NOTE.
           IF OLD-FROZEN-WS = ZERO
               IF NEW-COST-WS = ZERO
                   GO TO 380-EXIT
               ELSE
                   MOVE ZERO TO CHANGE-PCT-WS
                   MOVE 'NEW COST' TO CC-NOTE
           ELSE
               COMPUTE CHANGE-RATIO-WS ROUNDED =
                   (NEW-COST-WS - OLD-FROZEN-WS) / OLD-FROZEN-WS
               IF CHANGE-RATIO-WS < ZERO
                   COMPUTE ABS-RATIO-WS = ZERO - CHANGE-RATIO-WS
               ELSE
                   MOVE CHANGE-RATIO-WS TO ABS-RATIO-WS
               END-IF
               IF ABS-RATIO-WS NOT > COST-TOLERANCE-PCT-WS
                   GO TO 380-EXIT
               END-IF
               COMPUTE CHANGE-PCT-WS ROUNDED = CHANGE-RATIO-WS * 100.
           MOVE AT-PARENT-PART-NUMBER-WS (ASM-IDX) TO CC-PART-NUMBER.
           MOVE OLD-FROZEN-WS TO CC-FROZEN-O.
           MOVE NEW-COST-WS   TO CC-PENDING-O.
           MOVE CHANGE-PCT-WS TO CC-PCT-O.
           WRITE COSTRPT-REC FROM COST-CHANGE-LINE.
           IF DRIVER-PART-WS NOT = SPACES
               MOVE DRIVER-PART-WS   TO CD-PART-NUMBER
               MOVE DRIVER-CHANGE-WS TO CD-CHANGE-O
               WRITE COSTRPT-REC FROM COST-DRIVER-LINE.
           ADD +1 TO ASSEMBLIES-FLAGGED.
       380-EXIT.
           EXIT.

       390-REPORT-NOT-ROLLED.
           IF AT-ROLLED (ASM-IDX)
               GO TO 390-EXIT.
           MOVE AT-PARENT-PART-NUMBER-WS (ASM-IDX) TO CX-PART-NUMBER.
           MOVE 'CIRCULAR BOM - NOT ROLLED' TO CX-REASON.
           MOVE SPACES TO CX-PARENT-PART-NUMBER.
           WRITE COSTRPT-REC FROM COST-EXCEPTION-LINE.
           ADD +1 TO ASSEMBLIES-NOT-ROLLED.
       390-EXIT.
           EXIT.

       420-FIND-ASSEMBLY.
           MOVE 'N' TO ENTRY-FOUND-SW.
           IF ASSEMBLY-COUNT-WS = ZERO
               GO TO 420-EXIT.
           SET ASM-IDX2 TO 1.
           SEARCH AT-ENTRY VARYING ASM-IDX2
               AT END
                   MOVE 'N' TO ENTRY-FOUND-SW
               WHEN ASM-IDX2 > ASSEMBLY-COUNT-WS
                   MOVE 'N' TO ENTRY-FOUND-SW
               WHEN AT-PARENT-PART-NUMBER-WS (ASM-IDX2)
                       = HOLD-PART-NUMBER-WS
                   MOVE 'Y' TO ENTRY-FOUND-SW
           END-SEARCH.
       420-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT BOMMSTR.
           OPEN INPUT PRICHIST.
           OPEN INPUT POFILE.
           OPEN I-O STDCOST.
           IF STDCOST-MISSING
               OPEN OUTPUT STDCOST
               CLOSE STDCOST
               OPEN I-O STDCOST.
           OPEN OUTPUT COSTRPT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE BOMMSTR, POFILE, STDCOST, COSTRPT.
           IF NOT PRICHIST-MISSING
               CLOSE PRICHIST.
       850-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE PURCHASED-SET         TO PS-PURCHASED-O.
           MOVE ASSEMBLIES-ROLLED     TO PS-ROLLED-O.
           MOVE ASSEMBLIES-FLAGGED    TO PS-FLAGGED-O.
           MOVE ASSEMBLIES-NOT-ROLLED TO PS-NOT-ROLLED-O.
           MOVE COMPONENTS-NO-COST    TO PS-NO-COST-O.
           WRITE COSTRPT-REC FROM COST-SUMMARY-LINE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - COSTROLL ***"
               UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
