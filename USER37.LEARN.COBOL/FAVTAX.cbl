       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAVTAX.
      * Monthly sales tax liability report for the instrument
      * business, off the sales tax ledger FAVINV and FAVRTRN keep.
      * For the report month (the RUNPARM business date's month),
      * by ship-to jurisdiction: gross instrument sales invoiced,
      * the exempt and taxable split, and the tax charged, each net
      * of the returns credited in the month - so the figures go
      * straight onto the state and local filings. Jurisdictions
      * are named from the sales tax rate table; anything invoiced
      * to a jurisdiction not on the table prints under its codes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESTAX ASSIGN TO SALESTAX
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS ST-KEY
             FILE STATUS IS SALESTAX-ST.
           SELECT TAXRATE ASSIGN TO TAXRATE
             FILE STATUS IS TAXRATE-ST.
           SELECT TAXRPT ASSIGN TO TAXRPT
             FILE STATUS IS TAXRPT-ST.
           SELECT RUNPARM ASSIGN TO RUNPARM
             FILE STATUS IS RUNPARM-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  SALESTAX
           RECORD CONTAINS 80 CHARACTERS.
       COPY SALESTAX.
       FD  TAXRATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TR-TAX-RATE-REC.
       COPY TAXRATE.
       FD  TAXRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAXRPT-REC.
       01  TAXRPT-REC                       PIC X(110).
       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.
       WORKING-STORAGE SECTION.
       01  SALESTAX-EOF                     PIC X(01) VALUE 'N'.
       01  TAXRATE-EOF                      PIC X(01) VALUE 'N'.
       01  SALESTAX-ST                      PIC X(02).
            88  SALESTAX-OK                          VALUE '00'.
            88  SALESTAX-MISSING                     VALUE '35'.
       01  TAXRATE-ST                       PIC X(02).
            88  TAXRATE-OK                           VALUE '00'.
       01  TAXRPT-ST                        PIC X(02).
            88  TAXRPT-OK                            VALUE '00'.
       01  RUNPARM-ST                       PIC X(02).
            88  RUNPARM-OK                           VALUE '00'.
       77  RECORDS-READ-WS                  PIC 9(07) VALUE ZERO.
       77  MONTH-SALES-WS                   PIC 9(07) VALUE ZERO.
       77  MONTH-RETURNS-WS                 PIC 9(07) VALUE ZERO.
       01  DATE-FIELDS-WS.
           05  CURR-DATE-WS                 PIC 9(08).
           05  CURR-DATE-WS-X REDEFINES CURR-DATE-WS.
               10  RPT-YEAR                 PIC 9(4).
               10  RPT-MONTH                PIC 9(2).
               10  FILLER                   PIC X(2).
           05  RPT-MONTHS-WS                PIC S9(7) VALUE ZERO.
           05  ENTRY-MONTHS-WS              PIC S9(7) VALUE ZERO.
           05  WORK-DATE-WS                 PIC 9(08) VALUE ZERO.
           05  WORK-DATE-X REDEFINES WORK-DATE-WS.
               10  WORK-YEAR                PIC 9(4).
               10  WORK-MONTH               PIC 9(2).
               10  WORK-DAY                 PIC 9(2).
      * One row per jurisdiction: the rate table's rows first, in
      * table order, then any jurisdiction invoiced that the table
      * does not carry. Each amount is the month's net - sales
      * less returns.
       01  JURIS-FOUND-SW                   PIC X(01) VALUE 'N'.
            88  JURIS-FOUND                          VALUE 'Y'.
       77  JURIS-COUNT-WS                   PIC 9(03) VALUE ZERO.
       01  JURIS-TABLE-WS.
           05  JURIS-ENTRY OCCURS 150 TIMES INDEXED BY JUR-IDX.
               10  JR-STATE                 PIC X(02).
               10  JR-LOCALITY              PIC X(03).
               10  JR-NAME                  PIC X(20).
               10  JR-ACTIVE-SW             PIC X(01).
               10  JR-GROSS                 PIC S9(09)V99.
               10  JR-EXEMPT                PIC S9(09)V99.
               10  JR-TAXABLE               PIC S9(09)V99.
               10  JR-TAX                   PIC S9(09)V99.
               10  JR-RETURNED-TAX          PIC S9(09)V99.
       01  REPORT-TOTALS-WS.
           05  TOT-GROSS-WS                 PIC S9(09)V99 VALUE ZERO.
           05  TOT-EXEMPT-WS                PIC S9(09)V99 VALUE ZERO.
           05  TOT-TAXABLE-WS               PIC S9(09)V99 VALUE ZERO.
           05  TOT-TAX-WS                   PIC S9(09)V99 VALUE ZERO.
           05  TOT-RETURNED-TAX-WS          PIC S9(09)V99 VALUE ZERO.
       01  TAX-HEADING-LINE.
           05  FILLER                       PIC X(28)
                  VALUE 'SALES TAX LIABILITY REPORT  '.
           05  THD-MONTH                    PIC 9(02).
           05  FILLER                       PIC X(01) VALUE '/'.
           05  THD-YEAR                     PIC 9(04).
       01  TAX-COLUMN-LINE.
           05  FILLER                       PIC X(30)
                  VALUE 'ST LOC JURISDICTION'.
           05  FILLER                       PIC X(13)
                  VALUE '  GROSS SALES'.
           05  FILLER                       PIC X(13)
                  VALUE '       EXEMPT'.
           05  FILLER                       PIC X(13)
                  VALUE '      TAXABLE'.
           05  FILLER                       PIC X(13)
                  VALUE '  TAX CHARGED'.
           05  FILLER                       PIC X(13)
                  VALUE ' TAX RETURNED'.
           05  FILLER                       PIC X(13)
                  VALUE '      TAX DUE'.
       01  TAX-DETAIL-LINE.
           05  TD-STATE-O                   PIC X(02).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  TD-LOCALITY-O                PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  TD-NAME-O                    PIC X(20).
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  TD-GROSS-O                   PIC -ZZZZZZZ9.99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  TD-EXEMPT-O                  PIC -ZZZZZZZ9.99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  TD-TAXABLE-O                 PIC -ZZZZZZZ9.99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  TD-TAX-O                     PIC -ZZZZZZZ9.99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  TD-RETURNED-TAX-O            PIC -ZZZZZZZ9.99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  TD-TAX-DUE-O                 PIC -ZZZZZZZ9.99.
       01  TAX-NO-ACTIVITY-LINE.
           05  FILLER                       PIC X(40)
                  VALUE 'NO TAXABLE OR EXEMPT SALES THIS MONTH'.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-TALLY-LEDGER UNTIL SALESTAX-EOF = 'Y'.
           PERFORM 700-WRITE-REPORT.
           PERFORM 600-CLOSE-FILES.
           MOVE +0 TO RETURN-CODE.
           GOBACK.
       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 095-CHECK-RUN-PARAMETERS.
           COMPUTE RPT-MONTHS-WS = (RPT-YEAR * 12) + RPT-MONTH.
           PERFORM 050-LOAD-JURISDICTIONS.
           OPEN INPUT SALESTAX.
           IF SALESTAX-MISSING
               DISPLAY 'NO SALES TAX LEDGER - NOTHING TO REPORT'
               MOVE 'Y' TO SALESTAX-EOF.
           OPEN OUTPUT TAXRPT.
           IF SALESTAX-EOF NOT = 'Y'
               PERFORM 400-READ-LEDGER.
      * The rate table names the jurisdictions; without it every
      * line prints under its state and locality codes alone.
       050-LOAD-JURISDICTIONS.
           OPEN INPUT TAXRATE.
           IF NOT TAXRATE-OK
               DISPLAY 'NO TAX RATE TABLE - JURISDICTIONS UNNAMED'
               MOVE 'Y' TO TAXRATE-EOF.
           PERFORM 060-READ-JURISDICTION
               UNTIL TAXRATE-EOF = 'Y'.
           IF TAXRATE-OK
               CLOSE TAXRATE.
       060-READ-JURISDICTION.
           READ TAXRATE
               AT END MOVE 'Y' TO TAXRATE-EOF
           END-READ.
           IF TAXRATE-EOF NOT = 'Y'
               IF JURIS-COUNT-WS < 150
                   ADD 1 TO JURIS-COUNT-WS
                   SET JUR-IDX TO JURIS-COUNT-WS
                   MOVE TR-STATE TO JR-STATE(JUR-IDX)
                   MOVE TR-LOCALITY TO JR-LOCALITY(JUR-IDX)
                   MOVE TR-JURIS-NAME TO JR-NAME(JUR-IDX)
                   PERFORM 250-CLEAR-JURISDICTION
               ELSE
                   DISPLAY '*** JURISDICTION TABLE FULL - '
                       TR-JURISDICTION
               END-IF
           END-IF.
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
      * Sales count in the month they were invoiced and returns in
      * the month they were credited, whatever month the credited
      * invoice went out in.
       100-TALLY-LEDGER.
           MOVE ST-ENTRY-DATE TO WORK-DATE-WS.
           COMPUTE ENTRY-MONTHS-WS = (WORK-YEAR * 12) + WORK-MONTH.
           IF ENTRY-MONTHS-WS = RPT-MONTHS-WS
               PERFORM 200-FIND-JURISDICTION
               MOVE 'Y' TO JR-ACTIVE-SW(JUR-IDX)
               IF ST-RETURN
                   ADD 1 TO MONTH-RETURNS-WS
                   SUBTRACT ST-SALE-AMOUNT FROM JR-GROSS(JUR-IDX)
                   SUBTRACT ST-EXEMPT-AMOUNT FROM JR-EXEMPT(JUR-IDX)
                   SUBTRACT ST-TAXABLE-AMOUNT
                       FROM JR-TAXABLE(JUR-IDX)
                   ADD ST-TAX-AMOUNT TO JR-RETURNED-TAX(JUR-IDX)
               ELSE
                   ADD 1 TO MONTH-SALES-WS
                   ADD ST-SALE-AMOUNT TO JR-GROSS(JUR-IDX)
                   ADD ST-EXEMPT-AMOUNT TO JR-EXEMPT(JUR-IDX)
                   ADD ST-TAXABLE-AMOUNT TO JR-TAXABLE(JUR-IDX)
                   ADD ST-TAX-AMOUNT TO JR-TAX(JUR-IDX).
           PERFORM 400-READ-LEDGER.
       200-FIND-JURISDICTION.
           MOVE 'N' TO JURIS-FOUND-SW.
           IF JURIS-COUNT-WS > ZERO
               SET JUR-IDX TO 1
               SEARCH JURIS-ENTRY
                   AT END
                       MOVE 'N' TO JURIS-FOUND-SW
                   WHEN JUR-IDX > JURIS-COUNT-WS
                       MOVE 'N' TO JURIS-FOUND-SW
                   WHEN JR-STATE(JUR-IDX) = ST-STATE
                    AND JR-LOCALITY(JUR-IDX) = ST-LOCALITY
                       MOVE 'Y' TO JURIS-FOUND-SW
               END-SEARCH
           END-IF.
           IF NOT JURIS-FOUND
               IF JURIS-COUNT-WS < 150
                   ADD 1 TO JURIS-COUNT-WS
                   SET JUR-IDX TO JURIS-COUNT-WS
                   MOVE ST-STATE TO JR-STATE(JUR-IDX)
                   MOVE ST-LOCALITY TO JR-LOCALITY(JUR-IDX)
                   MOVE 'NOT ON RATE TABLE' TO JR-NAME(JUR-IDX)
                   PERFORM 250-CLEAR-JURISDICTION
               ELSE
                   DISPLAY '*** JURISDICTION TABLE FULL - '
                       ST-JURISDICTION
                   SET JUR-IDX TO 150
               END-IF
           END-IF.
       250-CLEAR-JURISDICTION.
           MOVE 'N' TO JR-ACTIVE-SW(JUR-IDX).
           MOVE ZERO TO JR-GROSS(JUR-IDX).
           MOVE ZERO TO JR-EXEMPT(JUR-IDX).
           MOVE ZERO TO JR-TAXABLE(JUR-IDX).
           MOVE ZERO TO JR-TAX(JUR-IDX).
           MOVE ZERO TO JR-RETURNED-TAX(JUR-IDX).
       400-READ-LEDGER.
           READ SALESTAX NEXT RECORD
               AT END MOVE 'Y' TO SALESTAX-EOF
           END-READ.
           IF SALESTAX-EOF NOT = 'Y'
               ADD 1 TO RECORDS-READ-WS.
      * Only jurisdictions with sales or returns in the month
      * print; the total line is what the month's filings add to.
       700-WRITE-REPORT.
           MOVE RPT-MONTH TO THD-MONTH.
           MOVE RPT-YEAR TO THD-YEAR.
           WRITE TAXRPT-REC FROM TAX-HEADING-LINE.
           WRITE TAXRPT-REC FROM TAX-COLUMN-LINE.
           PERFORM 710-WRITE-ONE-JURISDICTION
               VARYING JUR-IDX FROM 1 BY 1
               UNTIL JUR-IDX > JURIS-COUNT-WS.
           IF MONTH-SALES-WS = ZERO AND MONTH-RETURNS-WS = ZERO
               WRITE TAXRPT-REC FROM TAX-NO-ACTIVITY-LINE.
           MOVE SPACES TO TD-STATE-O.
           MOVE SPACES TO TD-LOCALITY-O.
           MOVE 'ALL JURISDICTIONS' TO TD-NAME-O.
           MOVE TOT-GROSS-WS TO TD-GROSS-O.
           MOVE TOT-EXEMPT-WS TO TD-EXEMPT-O.
           MOVE TOT-TAXABLE-WS TO TD-TAXABLE-O.
           MOVE TOT-TAX-WS TO TD-TAX-O.
           MOVE TOT-RETURNED-TAX-WS TO TD-RETURNED-TAX-O.
           COMPUTE TD-TAX-DUE-O = TOT-TAX-WS - TOT-RETURNED-TAX-WS.
           WRITE TAXRPT-REC FROM TAX-DETAIL-LINE.
       710-WRITE-ONE-JURISDICTION.
           IF JR-ACTIVE-SW(JUR-IDX) = 'Y'
               MOVE JR-STATE(JUR-IDX) TO TD-STATE-O
               MOVE JR-LOCALITY(JUR-IDX) TO TD-LOCALITY-O
               MOVE JR-NAME(JUR-IDX) TO TD-NAME-O
               MOVE JR-GROSS(JUR-IDX) TO TD-GROSS-O
               MOVE JR-EXEMPT(JUR-IDX) TO TD-EXEMPT-O
               MOVE JR-TAXABLE(JUR-IDX) TO TD-TAXABLE-O
               MOVE JR-TAX(JUR-IDX) TO TD-TAX-O
               MOVE JR-RETURNED-TAX(JUR-IDX) TO TD-RETURNED-TAX-O
               COMPUTE TD-TAX-DUE-O =
                   JR-TAX(JUR-IDX) - JR-RETURNED-TAX(JUR-IDX)
               WRITE TAXRPT-REC FROM TAX-DETAIL-LINE
               ADD JR-GROSS(JUR-IDX) TO TOT-GROSS-WS
               ADD JR-EXEMPT(JUR-IDX) TO TOT-EXEMPT-WS
               ADD JR-TAXABLE(JUR-IDX) TO TOT-TAXABLE-WS
               ADD JR-TAX(JUR-IDX) TO TOT-TAX-WS
               ADD JR-RETURNED-TAX(JUR-IDX) TO TOT-RETURNED-TAX-WS.
       600-CLOSE-FILES.
           DISPLAY 'LEDGER READ:    ' RECORDS-READ-WS.
           DISPLAY 'MONTH SALES:    ' MONTH-SALES-WS.
           DISPLAY 'MONTH RETURNS:  ' MONTH-RETURNS-WS.
           IF NOT SALESTAX-MISSING
               CLOSE SALESTAX.
           CLOSE TAXRPT.
