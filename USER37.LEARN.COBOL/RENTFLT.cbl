       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTFLT.
      * Rental fleet report for the instrument rental program. By
      * instrument type: the units out on rent, the units still on
      * the shelf, utilization (the share of the type's units out
      * on rent), the rent billed in the report month (the RUNPARM
      * business date's month) and the rent billed to date over
      * every contract ever written. Rented units are off the
      * inventory master's on-hand count while they are out, so the
      * two together are the whole of the type's units.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENTCTR ASSIGN TO RENTCTR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS RC-CONTRACT-NO
             FILE STATUS IS RENTCTR-ST.
           SELECT INVMSTR ASSIGN TO INVMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS IV-KEY
             FILE STATUS IS INVMSTR-ST.
           SELECT FLEETRPT ASSIGN TO FLEETRPT
             FILE STATUS IS FLEETRPT-ST.
           SELECT RUNPARM ASSIGN TO RUNPARM
             FILE STATUS IS RUNPARM-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  RENTCTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY RENTCTR.
       FD  INVMSTR
           RECORD CONTAINS 40 CHARACTERS.
           COPY INVMSTR.
       FD  FLEETRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FLEETRPT-REC.
       01  FLEETRPT-REC                     PIC X(110).
       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.
       WORKING-STORAGE SECTION.
       01  RENTCTR-EOF                      PIC X(01) VALUE 'N'.
       01  INVMSTR-EOF                      PIC X(01) VALUE 'N'.
       01  RENTCTR-OPEN-SW                  PIC X(01) VALUE 'N'.
            88  RENTCTR-OPEN                         VALUE 'Y'.
       01  INVMSTR-OPEN-SW                  PIC X(01) VALUE 'N'.
            88  INVMSTR-OPEN                         VALUE 'Y'.
       01  RENTCTR-ST                       PIC X(02).
            88  RENTCTR-OK                           VALUE '00'.
            88  RENTCTR-MISSING                      VALUE '35'.
       01  INVMSTR-ST                       PIC X(02).
            88  INVMSTR-OK                           VALUE '00'.
            88  INVMSTR-MISSING                      VALUE '35'.
       01  FLEETRPT-ST                      PIC X(02).
            88  FLEETRPT-OK                          VALUE '00'.
       01  RUNPARM-ST                       PIC X(02).
            88  RUNPARM-OK                           VALUE '00'.
       77  CONTRACTS-READ-WS                PIC 9(07) VALUE ZERO.
       77  FLEET-UNITS-WS                   PIC 9(07) VALUE ZERO.
       01  DATE-FIELDS-WS.
           05  CURR-DATE-WS                 PIC 9(08).
           05  CURR-DATE-WS-X REDEFINES CURR-DATE-WS.
               10  RPT-YEAR                 PIC 9(4).
               10  RPT-MONTH                PIC 9(2).
               10  FILLER                   PIC X(2).
           05  LAST-BILL-DATE-WS            PIC 9(08).
           05  LAST-BILL-DATE-X REDEFINES LAST-BILL-DATE-WS.
               10  LAST-BILL-YEAR           PIC 9(4).
               10  LAST-BILL-MONTH          PIC 9(2).
               10  FILLER                   PIC X(2).
       01  TYPE-FOUND-SW                    PIC X(01) VALUE 'N'.
            88  TYPE-FOUND                           VALUE 'Y'.
       77  TYPE-COUNT-WS                    PIC 9(03) VALUE ZERO.
       77  TYPE-KEY-WS                      PIC X(06) VALUE SPACE.
       01  FLEET-TABLE-WS.
           05  FLEET-ENTRY OCCURS 50 TIMES INDEXED BY FLT-IDX.
               10  FL-INSTRUMENT            PIC X(06).
               10  FL-ON-RENT               PIC 9(05).
               10  FL-IN-STOCK              PIC 9(05).
               10  FL-MONTH-RENT            PIC 9(09)V99.
               10  FL-RENT-TO-DATE          PIC 9(09)V99.
       01  FLEET-TOTALS-WS.
           05  TOT-ON-RENT-WS               PIC 9(07) VALUE ZERO.
           05  TOT-IN-STOCK-WS              PIC 9(07) VALUE ZERO.
           05  TOT-MONTH-RENT-WS            PIC 9(09)V99 VALUE ZERO.
           05  TOT-RENT-TO-DATE-WS          PIC 9(09)V99 VALUE ZERO.
       77  UTILIZATION-WS                   PIC 9(03)V9 VALUE ZERO.
       01  FLEET-HEADING-LINE.
           05  FILLER                       PIC X(28)
                  VALUE 'RENTAL FLEET REPORT         '.
           05  FHD-MONTH                    PIC 9(02).
           05  FILLER                       PIC X(01) VALUE '/'.
           05  FHD-YEAR                     PIC 9(04).
       01  FLEET-COLUMN-LINE.
           05  FILLER                       PIC X(10)
                  VALUE 'INSTRUMENT'.
           05  FILLER                       PIC X(10)
                  VALUE '   ON RENT'.
           05  FILLER                       PIC X(10)
                  VALUE '  IN STOCK'.
           05  FILLER                       PIC X(10)
                  VALUE '   UTIL %'.
           05  FILLER                       PIC X(16)
                  VALUE '      MONTH RENT'.
           05  FILLER                       PIC X(16)
                  VALUE '    RENT TO DATE'.
       01  FLEET-DETAIL-LINE.
           05  FD-INSTRUMENT-O              PIC X(10).
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  FD-ON-RENT-O                 PIC ZZ,ZZ9.
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  FD-IN-STOCK-O                PIC ZZ,ZZ9.
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  FD-UTIL-O                    PIC ZZ9.9.
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  FD-MONTH-RENT-O              PIC $$,$$$,$$9.99.
           05  FILLER                       PIC X(03) VALUE SPACE.
           05  FD-RENT-TO-DATE-O            PIC $$,$$$,$$9.99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-TALLY-STOCK UNTIL INVMSTR-EOF = 'Y'.
           PERFORM 200-TALLY-CONTRACTS UNTIL RENTCTR-EOF = 'Y'.
           PERFORM 700-WRITE-REPORT.
           PERFORM 600-CLOSE-FILES.
           MOVE +0 TO RETURN-CODE.
           GOBACK.
       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 095-CHECK-RUN-PARAMETERS.
           OPEN INPUT INVMSTR.
           IF INVMSTR-OK
               MOVE 'Y' TO INVMSTR-OPEN-SW
           ELSE
               DISPLAY 'NO INVENTORY MASTER - STOCK SHOWN AS ZERO'
               MOVE 'Y' TO INVMSTR-EOF.
           OPEN INPUT RENTCTR.
           IF RENTCTR-OK
               MOVE 'Y' TO RENTCTR-OPEN-SW
           ELSE
               DISPLAY 'NO RENTAL CONTRACTS - NOTHING ON RENT'
               MOVE 'Y' TO RENTCTR-EOF.
           OPEN OUTPUT FLEETRPT.
       095-CHECK-RUN-PARAMETERS.
           OPEN INPUT RUNPARM
           IF RUNPARM-OK
               READ RUNPARM INTO RUNPARM-REC
                   AT END
                       MOVE SPACE TO RP-DATE-OVERRIDE-SW
               END-READ
               CLOSE RUNPARM
               IF RP-DATE-OVERRIDDEN
                   MOVE RP-BUSINESS-DATE TO CURR-DATE-WS
               END-IF
           ELSE
               DISPLAY 'NO RUNPARM FILE - USING SYSTEM DATE'.
      * Every quality grade of a type counts toward its stock.
       100-TALLY-STOCK.
           READ INVMSTR NEXT RECORD
               AT END MOVE 'Y' TO INVMSTR-EOF
           END-READ.
           IF INVMSTR-EOF NOT = 'Y'
               MOVE IV-INSTRUMENT-TYPE TO TYPE-KEY-WS
               PERFORM 300-FIND-TYPE
               ADD IV-ON-HAND TO FL-IN-STOCK(FLT-IDX).
      * Only contracts on rent hold a unit out of stock, but every
      * contract's rent counts toward the revenue columns.
       200-TALLY-CONTRACTS.
           READ RENTCTR NEXT RECORD
               AT END MOVE 'Y' TO RENTCTR-EOF
           END-READ.
           IF RENTCTR-EOF NOT = 'Y'
               ADD 1 TO CONTRACTS-READ-WS
               MOVE RC-INSTRUMENT-TYPE TO TYPE-KEY-WS
               PERFORM 300-FIND-TYPE
               IF RC-ON-RENT
                   ADD 1 TO FL-ON-RENT(FLT-IDX)
               END-IF
               MOVE RC-LAST-BILL-DATE TO LAST-BILL-DATE-WS
               IF LAST-BILL-YEAR = RPT-YEAR
                   AND LAST-BILL-MONTH = RPT-MONTH
                   ADD RC-LAST-BILL-AMOUNT TO FL-MONTH-RENT(FLT-IDX)
               END-IF
               ADD RC-TOTAL-BILLED TO FL-RENT-TO-DATE(FLT-IDX).
      * Types past the table's room are folded into its last row
      * so their units still reach the totals line.
       300-FIND-TYPE.
           MOVE 'N' TO TYPE-FOUND-SW.
           SET FLT-IDX TO 1.
           SEARCH FLEET-ENTRY
               AT END
                   MOVE 'N' TO TYPE-FOUND-SW
               WHEN FLT-IDX > TYPE-COUNT-WS
                   MOVE 'N' TO TYPE-FOUND-SW
               WHEN FL-INSTRUMENT(FLT-IDX) = TYPE-KEY-WS
                   MOVE 'Y' TO TYPE-FOUND-SW
           END-SEARCH.
           IF NOT TYPE-FOUND
               IF TYPE-COUNT-WS < 50
                   ADD 1 TO TYPE-COUNT-WS
                   SET FLT-IDX TO TYPE-COUNT-WS
                   MOVE TYPE-KEY-WS TO FL-INSTRUMENT(FLT-IDX)
                   MOVE ZERO TO FL-ON-RENT(FLT-IDX)
                   MOVE ZERO TO FL-IN-STOCK(FLT-IDX)
                   MOVE ZERO TO FL-MONTH-RENT(FLT-IDX)
                   MOVE ZERO TO FL-RENT-TO-DATE(FLT-IDX)
               ELSE
                   DISPLAY '*** FLEET TYPE TABLE FULL - ' TYPE-KEY-WS
                   SET FLT-IDX TO 50
               END-IF
           END-IF.
       700-WRITE-REPORT.
           MOVE RPT-MONTH TO FHD-MONTH.
           MOVE RPT-YEAR TO FHD-YEAR.
           WRITE FLEETRPT-REC FROM FLEET-HEADING-LINE.
           WRITE FLEETRPT-REC FROM FLEET-COLUMN-LINE.
           PERFORM 710-WRITE-ONE-TYPE THRU 710-TYPE-EXIT
               VARYING FLT-IDX FROM 1 BY 1
               UNTIL FLT-IDX > TYPE-COUNT-WS.
           MOVE 'TOTAL' TO FD-INSTRUMENT-O.
           MOVE TOT-ON-RENT-WS TO FD-ON-RENT-O.
           MOVE TOT-IN-STOCK-WS TO FD-IN-STOCK-O.
           COMPUTE FLEET-UNITS-WS = TOT-ON-RENT-WS + TOT-IN-STOCK-WS.
           IF FLEET-UNITS-WS > ZERO
               COMPUTE UTILIZATION-WS ROUNDED =
                   TOT-ON-RENT-WS * 100 / FLEET-UNITS-WS
           ELSE
               MOVE ZERO TO UTILIZATION-WS.
           MOVE UTILIZATION-WS TO FD-UTIL-O.
           MOVE TOT-MONTH-RENT-WS TO FD-MONTH-RENT-O.
           MOVE TOT-RENT-TO-DATE-WS TO FD-RENT-TO-DATE-O.
           WRITE FLEETRPT-REC FROM FLEET-DETAIL-LINE.
      * A type with nothing ever rented is stock, not fleet, and
      * stays off the report.
       710-WRITE-ONE-TYPE.
           IF FL-ON-RENT(FLT-IDX) = ZERO
               AND FL-RENT-TO-DATE(FLT-IDX) = ZERO
               GO TO 710-TYPE-EXIT.
           MOVE FL-INSTRUMENT(FLT-IDX) TO FD-INSTRUMENT-O.
           MOVE FL-ON-RENT(FLT-IDX) TO FD-ON-RENT-O.
           MOVE FL-IN-STOCK(FLT-IDX) TO FD-IN-STOCK-O.
           COMPUTE FLEET-UNITS-WS =
               FL-ON-RENT(FLT-IDX) + FL-IN-STOCK(FLT-IDX).
           IF FLEET-UNITS-WS > ZERO
               COMPUTE UTILIZATION-WS ROUNDED =
                   FL-ON-RENT(FLT-IDX) * 100 / FLEET-UNITS-WS
           ELSE
               MOVE ZERO TO UTILIZATION-WS.
           MOVE UTILIZATION-WS TO FD-UTIL-O.
           MOVE FL-MONTH-RENT(FLT-IDX) TO FD-MONTH-RENT-O.
           MOVE FL-RENT-TO-DATE(FLT-IDX) TO FD-RENT-TO-DATE-O.
           WRITE FLEETRPT-REC FROM FLEET-DETAIL-LINE.
           ADD FL-ON-RENT(FLT-IDX) TO TOT-ON-RENT-WS.
           ADD FL-IN-STOCK(FLT-IDX) TO TOT-IN-STOCK-WS.
           ADD FL-MONTH-RENT(FLT-IDX) TO TOT-MONTH-RENT-WS.
           ADD FL-RENT-TO-DATE(FLT-IDX) TO TOT-RENT-TO-DATE-WS.
       710-TYPE-EXIT.
           EXIT.
       600-CLOSE-FILES.
           DISPLAY 'CONTRACTS READ:  ' CONTRACTS-READ-WS.
           IF RENTCTR-OPEN
               CLOSE RENTCTR.
           IF INVMSTR-OPEN
               CLOSE INVMSTR.
           CLOSE FLEETRPT.
