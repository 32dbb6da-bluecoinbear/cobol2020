       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRRPT.
      * Warranty cost report by instrument type and supplier, to
      * show which lines are failing. Units sold come from the
      * serialized unit history (every unit that has left stock for
      * a customer, replacements included); the claims - repairs,
      * replacements, denials and the cost of the authorized ones -
      * come from the warranty claim history WARRCLM keeps. The
      * failure rate is authorized claims per hundred units sold.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERUNIT ASSIGN TO SERUNIT
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SU-SERIAL-NO
             FILE STATUS IS SERUNIT-ST.
           SELECT WARCLAIM ASSIGN TO WARCLAIM
             FILE STATUS IS WARCLAIM-ST.
           SELECT WARRPT ASSIGN TO WARRPT
             FILE STATUS IS WARRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  SERUNIT
           RECORD CONTAINS 120 CHARACTERS.
           COPY SERUNIT.
       FD  WARCLAIM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
           COPY WARCLAIM.
       FD  WARRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARRPT-REC.
       01  WARRPT-REC                       PIC X(110).
       WORKING-STORAGE SECTION.
       01  SERUNIT-EOF                      PIC X(01) VALUE 'N'.
       01  WARCLAIM-EOF                     PIC X(01) VALUE 'N'.
       01  SERUNIT-OPEN-SW                  PIC X(01) VALUE 'N'.
            88  SERUNIT-OPEN                         VALUE 'Y'.
       01  WARCLAIM-OPEN-SW                 PIC X(01) VALUE 'N'.
            88  WARCLAIM-OPEN                        VALUE 'Y'.
       01  SERUNIT-ST                       PIC X(02).
            88  SERUNIT-OK                           VALUE '00'.
       01  WARCLAIM-ST                      PIC X(02).
            88  WARCLAIM-OK                          VALUE '00'.
       01  WARRPT-ST                        PIC X(02).
            88  WARRPT-OK                            VALUE '00'.
       77  UNITS-READ-WS                    PIC 9(07) VALUE ZERO.
       77  CLAIMS-READ-WS                   PIC 9(07) VALUE ZERO.
       77  FAILURES-WS                      PIC 9(07) VALUE ZERO.
       77  FAILURE-RATE-WS                  PIC 9(03)V9 VALUE ZERO.
       01  CURR-DATE-WS                     PIC 9(08).
      * One row per instrument type and supplier pair.
       01  LINE-FOUND-SW                    PIC X(01) VALUE 'N'.
            88  LINE-FOUND                           VALUE 'Y'.
       01  LINE-KEY-WS.
           05  LINE-INSTRUMENT-WS                PIC X(06).
           05  LINE-SUPPLIER-WS                  PIC X(10).
       77  LINE-COUNT-WS                    PIC 9(03) VALUE ZERO.
       01  WARRANTY-TABLE-WS.
           05  WARRANTY-ENTRY OCCURS 200 TIMES INDEXED BY WAR-IDX.
               10  WR-KEY.
                   15  WR-INSTRUMENT        PIC X(06).
                   15  WR-SUPPLIER          PIC X(10).
               10  WR-UNITS-SOLD            PIC 9(07).
               10  WR-REPAIRS               PIC 9(05).
               10  WR-REPLACED              PIC 9(05).
               10  WR-DENIED                PIC 9(05).
               10  WR-COST                  PIC 9(09)V99.
       01  WARRANTY-TOTALS-WS.
           05  TOT-UNITS-SOLD-WS            PIC 9(07) VALUE ZERO.
           05  TOT-REPAIRS-WS               PIC 9(07) VALUE ZERO.
           05  TOT-REPLACED-WS              PIC 9(07) VALUE ZERO.
           05  TOT-DENIED-WS                PIC 9(07) VALUE ZERO.
           05  TOT-COST-WS                  PIC 9(09)V99 VALUE ZERO.
       01  WARR-HEADING-LINE.
           05  FILLER                       PIC X(32)
                  VALUE 'WARRANTY COST BY TYPE/SUPPLIER  '.
           05  WH-DATE                      PIC 9(08).
       01  WARR-COLUMN-LINE.
           05  FILLER                       PIC X(08)
                  VALUE 'TYPE    '.
           05  FILLER                       PIC X(10)
                  VALUE 'SUPPLIER  '.
           05  FILLER                       PIC X(10)
                  VALUE '      SOLD'.
           05  FILLER                       PIC X(10)
                  VALUE '   REPAIRS'.
           05  FILLER                       PIC X(10)
                  VALUE '  REPLACED'.
           05  FILLER                       PIC X(10)
                  VALUE '    DENIED'.
           05  FILLER                       PIC X(10)
                  VALUE '    FAIL %'.
           05  FILLER                       PIC X(16)
                  VALUE '   WARRANTY COST'.
       01  WARR-DETAIL-LINE.
           05  WD-INSTRUMENT-O              PIC X(06).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  WD-SUPPLIER-O                PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WD-SOLD-O                    PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  WD-REPAIRS-O                 PIC ZZ,ZZ9.
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  WD-REPLACED-O                PIC ZZ,ZZ9.
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  WD-DENIED-O                  PIC ZZ,ZZ9.
           05  FILLER                       PIC X(05) VALUE SPACE.
           05  WD-FAIL-O                    PIC ZZ9.9.
           05  FILLER                       PIC X(03) VALUE SPACE.
           05  WD-COST-O                    PIC $$,$$$,$$9.99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-TALLY-UNITS UNTIL SERUNIT-EOF = 'Y'.
           PERFORM 200-TALLY-CLAIMS UNTIL WARCLAIM-EOF = 'Y'.
           PERFORM 700-WRITE-REPORT.
           PERFORM 600-CLOSE-FILES.
           MOVE +0 TO RETURN-CODE.
           GOBACK.
       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           OPEN INPUT SERUNIT.
           IF SERUNIT-OK
               MOVE 'Y' TO SERUNIT-OPEN-SW
           ELSE
               DISPLAY 'NO SERIALIZED UNIT HISTORY - NO UNITS SOLD'
               MOVE 'Y' TO SERUNIT-EOF.
           OPEN INPUT WARCLAIM.
           IF WARCLAIM-OK
               MOVE 'Y' TO WARCLAIM-OPEN-SW
           ELSE
               DISPLAY 'NO WARRANTY CLAIM HISTORY - NO CLAIMS'
               MOVE 'Y' TO WARCLAIM-EOF.
           OPEN OUTPUT WARRPT.
      * A unit still in stock has not been sold and does not count.
       100-TALLY-UNITS.
           READ SERUNIT NEXT RECORD
               AT END MOVE 'Y' TO SERUNIT-EOF
           END-READ.
           IF SERUNIT-EOF NOT = 'Y'
               ADD 1 TO UNITS-READ-WS
               IF NOT SU-IN-STOCK
                   MOVE SU-INSTRUMENT-TYPE TO LINE-INSTRUMENT-WS
                   MOVE SU-SUPPLIER-CODE TO LINE-SUPPLIER-WS
                   PERFORM 300-FIND-LINE
                   ADD 1 TO WR-UNITS-SOLD(WAR-IDX)
               END-IF.
      * A denied claim costs nothing but still shows the line's
      * customers are having trouble with it.
       200-TALLY-CLAIMS.
           READ WARCLAIM
               AT END MOVE 'Y' TO WARCLAIM-EOF
           END-READ.
           IF WARCLAIM-EOF NOT = 'Y'
               ADD 1 TO CLAIMS-READ-WS
               MOVE WC-INSTRUMENT-TYPE TO LINE-INSTRUMENT-WS
               MOVE WC-SUPPLIER-CODE TO LINE-SUPPLIER-WS
               PERFORM 300-FIND-LINE
               EVALUATE TRUE
                   WHEN WC-REPAIR-AUTHORIZED
                       ADD 1 TO WR-REPAIRS(WAR-IDX)
                   WHEN WC-REPLACE-AUTHORIZED
                       ADD 1 TO WR-REPLACED(WAR-IDX)
                   WHEN OTHER
                       ADD 1 TO WR-DENIED(WAR-IDX)
               END-EVALUATE
               ADD WC-CLAIM-COST TO WR-COST(WAR-IDX).
      * Pairs past the table's room are folded into its last row
      * so their units and claims still reach the totals line.
       300-FIND-LINE.
           MOVE 'N' TO LINE-FOUND-SW.
           SET WAR-IDX TO 1.
           SEARCH WARRANTY-ENTRY
               AT END
                   MOVE 'N' TO LINE-FOUND-SW
               WHEN WAR-IDX > LINE-COUNT-WS
                   MOVE 'N' TO LINE-FOUND-SW
               WHEN WR-KEY(WAR-IDX) = LINE-KEY-WS
                   MOVE 'Y' TO LINE-FOUND-SW
           END-SEARCH.
           IF NOT LINE-FOUND
               IF LINE-COUNT-WS < 200
                   ADD 1 TO LINE-COUNT-WS
                   SET WAR-IDX TO LINE-COUNT-WS
                   MOVE LINE-KEY-WS TO WR-KEY(WAR-IDX)
                   MOVE ZERO TO WR-UNITS-SOLD(WAR-IDX)
                   MOVE ZERO TO WR-REPAIRS(WAR-IDX)
                   MOVE ZERO TO WR-REPLACED(WAR-IDX)
                   MOVE ZERO TO WR-DENIED(WAR-IDX)
                   MOVE ZERO TO WR-COST(WAR-IDX)
               ELSE
                   DISPLAY '*** WARRANTY TABLE FULL - ' LINE-KEY-WS
                   SET WAR-IDX TO 200
               END-IF
           END-IF.
       700-WRITE-REPORT.
           MOVE CURR-DATE-WS TO WH-DATE.
           WRITE WARRPT-REC FROM WARR-HEADING-LINE.
           WRITE WARRPT-REC FROM WARR-COLUMN-LINE.
           PERFORM 710-WRITE-ONE-LINE
               VARYING WAR-IDX FROM 1 BY 1
               UNTIL WAR-IDX > LINE-COUNT-WS.
           MOVE 'TOTAL' TO WD-INSTRUMENT-O.
           MOVE SPACES TO WD-SUPPLIER-O.
           MOVE TOT-UNITS-SOLD-WS TO WD-SOLD-O.
           MOVE TOT-REPAIRS-WS TO WD-REPAIRS-O.
           MOVE TOT-REPLACED-WS TO WD-REPLACED-O.
           MOVE TOT-DENIED-WS TO WD-DENIED-O.
           COMPUTE FAILURES-WS = TOT-REPAIRS-WS + TOT-REPLACED-WS.
           IF TOT-UNITS-SOLD-WS > ZERO
               COMPUTE FAILURE-RATE-WS ROUNDED =
                   FAILURES-WS * 100 / TOT-UNITS-SOLD-WS
           ELSE
               MOVE ZERO TO FAILURE-RATE-WS.
           MOVE FAILURE-RATE-WS TO WD-FAIL-O.
           MOVE TOT-COST-WS TO WD-COST-O.
           WRITE WARRPT-REC FROM WARR-DETAIL-LINE.
       710-WRITE-ONE-LINE.
           MOVE WR-INSTRUMENT(WAR-IDX) TO WD-INSTRUMENT-O.
           MOVE WR-SUPPLIER(WAR-IDX) TO WD-SUPPLIER-O.
           MOVE WR-UNITS-SOLD(WAR-IDX) TO WD-SOLD-O.
           MOVE WR-REPAIRS(WAR-IDX) TO WD-REPAIRS-O.
           MOVE WR-REPLACED(WAR-IDX) TO WD-REPLACED-O.
           MOVE WR-DENIED(WAR-IDX) TO WD-DENIED-O.
           COMPUTE FAILURES-WS =
               WR-REPAIRS(WAR-IDX) + WR-REPLACED(WAR-IDX).
           IF WR-UNITS-SOLD(WAR-IDX) > ZERO
               COMPUTE FAILURE-RATE-WS ROUNDED =
                   FAILURES-WS * 100 / WR-UNITS-SOLD(WAR-IDX)
           ELSE
               MOVE ZERO TO FAILURE-RATE-WS.
           MOVE FAILURE-RATE-WS TO WD-FAIL-O.
           MOVE WR-COST(WAR-IDX) TO WD-COST-O.
           WRITE WARRPT-REC FROM WARR-DETAIL-LINE.
           ADD WR-UNITS-SOLD(WAR-IDX) TO TOT-UNITS-SOLD-WS.
           ADD WR-REPAIRS(WAR-IDX) TO TOT-REPAIRS-WS.
           ADD WR-REPLACED(WAR-IDX) TO TOT-REPLACED-WS.
           ADD WR-DENIED(WAR-IDX) TO TOT-DENIED-WS.
           ADD WR-COST(WAR-IDX) TO TOT-COST-WS.
       600-CLOSE-FILES.
           DISPLAY 'UNITS READ:  ' UNITS-READ-WS.
           DISPLAY 'CLAIMS READ: ' CLAIMS-READ-WS.
           IF SERUNIT-OPEN
               CLOSE SERUNIT.
           IF WARCLAIM-OPEN
               CLOSE WARCLAIM.
           CLOSE WARRPT.
