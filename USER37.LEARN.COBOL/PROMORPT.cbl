       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMORPT.
      * Promotion effectiveness report. Every code on the promotion
      * master is listed with its dates, its uses against its limit,
      * and - from the sales history FAVRPT writes - the orders it
      * priced, the sales dollars those orders brought in and the
      * discount dollars it cost, with the sales brought in per
      * discount dollar. Sales priced by account agreements and the
      * whole sales history are totalled beneath for comparison.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOMST ASSIGN TO PROMOMST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PM-PROMO-CODE
             FILE STATUS IS PROMOMST-ST.
           SELECT SALESHST ASSIGN TO SALESHST
             FILE STATUS IS SALESHST-ST.
           SELECT PROMRPT ASSIGN TO PROMRPT
             FILE STATUS IS PROMRPT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PROMOMST
           RECORD CONTAINS 80 CHARACTERS.
           COPY PROMOMST.
       FD  SALESHST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SH-SALES-HIST-REC.
       COPY SALESHST.
       FD  PROMRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROMRPT-REC.
       01  PROMRPT-REC                      PIC X(110).
       WORKING-STORAGE SECTION.
       01  PROMOMST-EOF                     PIC X(01) VALUE 'N'.
       01  SALESHST-EOF                     PIC X(01) VALUE 'N'.
       01  PROMOMST-OPEN-SW                 PIC X(01) VALUE 'N'.
            88  PROMOMST-OPEN                        VALUE 'Y'.
       01  SALESHST-OPEN-SW                 PIC X(01) VALUE 'N'.
            88  SALESHST-OPEN                        VALUE 'Y'.
       01  PROMOMST-ST                      PIC X(02).
            88  PROMOMST-OK                          VALUE '00'.
       01  SALESHST-ST                      PIC X(02).
            88  SALESHST-OK                          VALUE '00'.
       01  PROMRPT-ST                       PIC X(02).
            88  PROMRPT-OK                           VALUE '00'.
       77  PROMOS-READ-WS                   PIC 9(05) VALUE ZERO.
       77  SALES-READ-WS                    PIC 9(07) VALUE ZERO.
       77  SALES-PER-DISCOUNT-WS            PIC 9(03)V99 VALUE ZERO.
       01  CURR-DATE-WS                     PIC 9(08).
      * One row per promotion code. A code found on the sales
      * history but no longer on the master still gets a row.
       01  PROMO-FOUND-SW                   PIC X(01) VALUE 'N'.
            88  PROMO-FOUND                          VALUE 'Y'.
       77  PROMO-KEY-WS                     PIC X(08).
       77  PROMO-COUNT-WS                   PIC 9(03) VALUE ZERO.
       01  PROMO-TABLE-WS.
           05  PROMO-ENTRY OCCURS 200 TIMES INDEXED BY PRO-IDX.
               10  PR-CODE                  PIC X(08).
               10  PR-DESCRIPTION           PIC X(20).
               10  PR-START-DATE            PIC 9(08).
               10  PR-END-DATE              PIC 9(08).
               10  PR-USAGE-LIMIT           PIC 9(05).
               10  PR-USAGE-COUNT           PIC 9(05).
               10  PR-ORDERS                PIC 9(05).
               10  PR-SALES                 PIC 9(09)V99.
               10  PR-DISCOUNT              PIC 9(09)V99.
       01  PROMO-TOTALS-WS.
           05  TOT-PROMO-ORDERS-WS          PIC 9(07) VALUE ZERO.
           05  TOT-PROMO-SALES-WS           PIC 9(09)V99 VALUE ZERO.
           05  TOT-PROMO-DISCOUNT-WS        PIC 9(09)V99 VALUE ZERO.
           05  TOT-AGREE-ORDERS-WS          PIC 9(07) VALUE ZERO.
           05  TOT-AGREE-SALES-WS           PIC 9(09)V99 VALUE ZERO.
           05  TOT-AGREE-DISCOUNT-WS        PIC 9(09)V99 VALUE ZERO.
           05  TOT-ALL-ORDERS-WS            PIC 9(07) VALUE ZERO.
           05  TOT-ALL-SALES-WS             PIC 9(09)V99 VALUE ZERO.
       01  PROMO-HEADING-LINE.
           05  FILLER                       PIC X(32)
                  VALUE 'PROMOTION EFFECTIVENESS         '.
           05  PH-DATE                      PIC 9(08).
       01  PROMO-COLUMN-LINE.
           05  FILLER                       PIC X(10)
                  VALUE 'CODE      '.
           05  FILLER                       PIC X(21)
                  VALUE 'DESCRIPTION          '.
           05  FILLER                       PIC X(18)
                  VALUE 'START    END      '.
           05  FILLER                       PIC X(13)
                  VALUE '  USES  LIMIT'.
           05  FILLER                       PIC X(09)
                  VALUE '   ORDERS'.
           05  FILLER                       PIC X(16)
                  VALUE '         SALES $'.
           05  FILLER                       PIC X(15)
                  VALUE '     DISCOUNT $'.
           05  FILLER                       PIC X(08)
                  VALUE '  PER $1'.
       01  PROMO-DETAIL-LINE.
           05  PD-CODE-O                    PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  PD-DESCRIPTION-O             PIC X(20).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PD-START-O                   PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PD-END-O                     PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PD-USES-O                    PIC ZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PD-LIMIT-O                   PIC ZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER                       PIC X(03) VALUE SPACE.
           05  PD-ORDERS-O                  PIC ZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  PD-SALES-O                   PIC $$$,$$$,$$9.99.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  PD-DISCOUNT-O                PIC $$,$$$,$$9.99.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  PD-PER-DOLLAR-O              PIC ZZ9.99 BLANK WHEN ZERO.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-LOAD-PROMOTIONS UNTIL PROMOMST-EOF = 'Y'.
           PERFORM 200-TALLY-SALES UNTIL SALESHST-EOF = 'Y'.
           PERFORM 700-WRITE-REPORT.
           PERFORM 600-CLOSE-FILES.
           MOVE +0 TO RETURN-CODE.
           GOBACK.
       000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           OPEN INPUT PROMOMST.
           IF PROMOMST-OK
               MOVE 'Y' TO PROMOMST-OPEN-SW
           ELSE
               DISPLAY 'NO PROMOTION MASTER - NO CODES ON FILE'
               MOVE 'Y' TO PROMOMST-EOF.
           OPEN INPUT SALESHST.
           IF SALESHST-OK
               MOVE 'Y' TO SALESHST-OPEN-SW
           ELSE
               DISPLAY 'NO SALES HISTORY - NO SALES'
               MOVE 'Y' TO SALESHST-EOF.
           OPEN OUTPUT PROMRPT.
       100-LOAD-PROMOTIONS.
           READ PROMOMST NEXT RECORD
               AT END MOVE 'Y' TO PROMOMST-EOF
           END-READ.
           IF PROMOMST-EOF NOT = 'Y'
               ADD 1 TO PROMOS-READ-WS
               MOVE PM-PROMO-CODE TO PROMO-KEY-WS
               PERFORM 300-FIND-PROMO
               MOVE PM-DESCRIPTION TO PR-DESCRIPTION(PRO-IDX)
               MOVE PM-START-DATE TO PR-START-DATE(PRO-IDX)
               MOVE PM-END-DATE TO PR-END-DATE(PRO-IDX)
               MOVE PM-USAGE-LIMIT TO PR-USAGE-LIMIT(PRO-IDX)
               MOVE PM-USAGE-COUNT TO PR-USAGE-COUNT(PRO-IDX).
      * Only sales FAVRFP priced below the catalog carry a discount;
      * every sale counts toward the whole-history line.
       200-TALLY-SALES.
           READ SALESHST
               AT END MOVE 'Y' TO SALESHST-EOF
           END-READ.
           IF SALESHST-EOF NOT = 'Y'
               ADD 1 TO SALES-READ-WS
               ADD 1 TO TOT-ALL-ORDERS-WS
               ADD SH-DOLLARS TO TOT-ALL-SALES-WS
               IF SH-PROMOTION-PRICE
                   MOVE SH-PROMO-CODE TO PROMO-KEY-WS
                   PERFORM 300-FIND-PROMO
                   ADD 1 TO PR-ORDERS(PRO-IDX)
                   ADD SH-DOLLARS TO PR-SALES(PRO-IDX)
                   ADD SH-DISCOUNT-AMOUNT TO PR-DISCOUNT(PRO-IDX)
               ELSE
               IF SH-AGREEMENT-PRICE
                   ADD 1 TO TOT-AGREE-ORDERS-WS
                   ADD SH-DOLLARS TO TOT-AGREE-SALES-WS
                   ADD SH-DISCOUNT-AMOUNT TO TOT-AGREE-DISCOUNT-WS.
      * Codes past the table's room are folded into its last row
      * so their sales still reach the totals line.
       300-FIND-PROMO.
           MOVE 'N' TO PROMO-FOUND-SW.
           SET PRO-IDX TO 1.
           SEARCH PROMO-ENTRY
               AT END
                   MOVE 'N' TO PROMO-FOUND-SW
               WHEN PRO-IDX > PROMO-COUNT-WS
                   MOVE 'N' TO PROMO-FOUND-SW
               WHEN PR-CODE(PRO-IDX) = PROMO-KEY-WS
                   MOVE 'Y' TO PROMO-FOUND-SW
           END-SEARCH.
           IF NOT PROMO-FOUND
               IF PROMO-COUNT-WS < 200
                   ADD 1 TO PROMO-COUNT-WS
                   SET PRO-IDX TO PROMO-COUNT-WS
                   MOVE PROMO-KEY-WS TO PR-CODE(PRO-IDX)
                   MOVE 'NOT ON PROMOTION FILE'
                       TO PR-DESCRIPTION(PRO-IDX)
                   MOVE ZERO TO PR-START-DATE(PRO-IDX)
                   MOVE ZERO TO PR-END-DATE(PRO-IDX)
                   MOVE ZERO TO PR-USAGE-LIMIT(PRO-IDX)
                   MOVE ZERO TO PR-USAGE-COUNT(PRO-IDX)
                   MOVE ZERO TO PR-ORDERS(PRO-IDX)
                   MOVE ZERO TO PR-SALES(PRO-IDX)
                   MOVE ZERO TO PR-DISCOUNT(PRO-IDX)
               ELSE
                   DISPLAY '*** PROMOTION TABLE FULL - ' PROMO-KEY-WS
                   SET PRO-IDX TO 200
               END-IF
           END-IF.
       700-WRITE-REPORT.
           MOVE CURR-DATE-WS TO PH-DATE.
           WRITE PROMRPT-REC FROM PROMO-HEADING-LINE.
           WRITE PROMRPT-REC FROM PROMO-COLUMN-LINE.
           PERFORM 710-WRITE-ONE-PROMO
               VARYING PRO-IDX FROM 1 BY 1
               UNTIL PRO-IDX > PROMO-COUNT-WS.
           MOVE SPACES TO PROMRPT-REC.
           WRITE PROMRPT-REC.
           MOVE 'ALL PROMOTIONS' TO PD-DESCRIPTION-O.
           MOVE TOT-PROMO-ORDERS-WS TO PD-ORDERS-O.
           MOVE TOT-PROMO-SALES-WS TO PD-SALES-O.
           MOVE TOT-PROMO-DISCOUNT-WS TO PD-DISCOUNT-O.
           IF TOT-PROMO-DISCOUNT-WS > ZERO
               COMPUTE SALES-PER-DISCOUNT-WS ROUNDED =
                   TOT-PROMO-SALES-WS / TOT-PROMO-DISCOUNT-WS
           ELSE
               MOVE ZERO TO SALES-PER-DISCOUNT-WS.
           PERFORM 720-WRITE-TOTAL-LINE.
           MOVE 'ACCOUNT AGREEMENTS' TO PD-DESCRIPTION-O.
           MOVE TOT-AGREE-ORDERS-WS TO PD-ORDERS-O.
           MOVE TOT-AGREE-SALES-WS TO PD-SALES-O.
           MOVE TOT-AGREE-DISCOUNT-WS TO PD-DISCOUNT-O.
           IF TOT-AGREE-DISCOUNT-WS > ZERO
               COMPUTE SALES-PER-DISCOUNT-WS ROUNDED =
                   TOT-AGREE-SALES-WS / TOT-AGREE-DISCOUNT-WS
           ELSE
               MOVE ZERO TO SALES-PER-DISCOUNT-WS.
           PERFORM 720-WRITE-TOTAL-LINE.
           MOVE 'ALL SALES' TO PD-DESCRIPTION-O.
           MOVE TOT-ALL-ORDERS-WS TO PD-ORDERS-O.
           MOVE TOT-ALL-SALES-WS TO PD-SALES-O.
           COMPUTE PD-DISCOUNT-O =
               TOT-PROMO-DISCOUNT-WS + TOT-AGREE-DISCOUNT-WS.
           MOVE ZERO TO SALES-PER-DISCOUNT-WS.
           PERFORM 720-WRITE-TOTAL-LINE.
       710-WRITE-ONE-PROMO.
           MOVE PR-CODE(PRO-IDX) TO PD-CODE-O.
           MOVE PR-DESCRIPTION(PRO-IDX) TO PD-DESCRIPTION-O.
           IF PR-START-DATE(PRO-IDX) = ZERO
               MOVE SPACES TO PD-START-O
               MOVE SPACES TO PD-END-O
           ELSE
               MOVE PR-START-DATE(PRO-IDX) TO PD-START-O
               MOVE PR-END-DATE(PRO-IDX) TO PD-END-O.
           MOVE PR-USAGE-COUNT(PRO-IDX) TO PD-USES-O.
           MOVE PR-USAGE-LIMIT(PRO-IDX) TO PD-LIMIT-O.
           MOVE PR-ORDERS(PRO-IDX) TO PD-ORDERS-O.
           MOVE PR-SALES(PRO-IDX) TO PD-SALES-O.
           MOVE PR-DISCOUNT(PRO-IDX) TO PD-DISCOUNT-O.
           IF PR-DISCOUNT(PRO-IDX) > ZERO
               COMPUTE SALES-PER-DISCOUNT-WS ROUNDED =
                   PR-SALES(PRO-IDX) / PR-DISCOUNT(PRO-IDX)
           ELSE
               MOVE ZERO TO SALES-PER-DISCOUNT-WS.
           MOVE SALES-PER-DISCOUNT-WS TO PD-PER-DOLLAR-O.
           WRITE PROMRPT-REC FROM PROMO-DETAIL-LINE.
           ADD PR-ORDERS(PRO-IDX) TO TOT-PROMO-ORDERS-WS.
           ADD PR-SALES(PRO-IDX) TO TOT-PROMO-SALES-WS.
           ADD PR-DISCOUNT(PRO-IDX) TO TOT-PROMO-DISCOUNT-WS.
      * The totals lines carry no code, dates or uses.
       720-WRITE-TOTAL-LINE.
           MOVE SPACES TO PD-CODE-O.
           MOVE SPACES TO PD-START-O.
           MOVE SPACES TO PD-END-O.
           MOVE ZERO TO PD-USES-O.
           MOVE ZERO TO PD-LIMIT-O.
           MOVE SALES-PER-DISCOUNT-WS TO PD-PER-DOLLAR-O.
           WRITE PROMRPT-REC FROM PROMO-DETAIL-LINE.
       600-CLOSE-FILES.
           DISPLAY 'PROMOTIONS READ: ' PROMOS-READ-WS.
           DISPLAY 'SALES READ:      ' SALES-READ-WS.
           IF PROMOMST-OPEN
               CLOSE PROMOMST.
           IF SALESHST-OPEN
               CLOSE SALESHST.
           CLOSE PROMRPT.
