      * the demand and restore the reorder point. The same sweep
      * prices the shelf at unit cost for the month-end valuation,
      * so the balance-sheet inventory number stops being an
      * estimate. Each suggestion is also written to the suggestion
      * file REPLPO converts into purchase orders once the buyers
      * approve it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             FILE STATUS IS REPLRPT-ST.
           SELECT VALURPT ASSIGN TO VALURPT
             FILE STATUS IS VALURPT-ST.
           SELECT REPLSUGG ASSIGN TO REPLSUGG
             FILE STATUS IS REPLSUGG-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  INVMSTR
       FD  BACKORDR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BACKORDR-REC.
       01  BACKORDR-REC.
           05  BO-ORDER-IMAGE               PIC X(100).
           05  BO-INSTRUMENT-TYPE           PIC X(06).
           05  BO-QUALITY                   PIC X(01).
           05  FILLER                       PIC X(03).
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VALURPT-REC.
       01  VALURPT-REC                      PIC X(110).
       FD  REPLSUGG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RS-SUGGESTION-REC.
       COPY REPLSUGG.
       WORKING-STORAGE SECTION.
       01  INVMSTR-EOF                      PIC X(01) VALUE 'N'.
       01  BACKORDR-EOF                     PIC X(01) VALUE 'N'.
            88  REPLRPT-OK                           VALUE '00'.
       01  VALURPT-ST                       PIC X(02).
            88  VALURPT-OK                           VALUE '00'.
       01  REPLSUGG-ST                      PIC X(02).
            88  REPLSUGG-OK                          VALUE '00'.
       77  ITEMS-READ-WS                    PIC 9(05) VALUE ZERO.
       77  SUGGESTIONS-WS                   PIC 9(05) VALUE ZERO.
       77  NET-AVAILABLE-WS                 PIC S9(07) VALUE ZERO.
               MOVE 'Y' TO INVMSTR-EOF.
           OPEN OUTPUT REPLRPT.
           OPEN OUTPUT VALURPT.
           OPEN OUTPUT REPLSUGG.
           MOVE CURR-DATE-WS TO RH-DATE, VH-DATE.
           WRITE REPLRPT-REC FROM REPL-HEADING-LINE.
           WRITE VALURPT-REC FROM VALU-HEADING-LINE.
               MOVE IV-REORDER-POINT TO RD-REORDER-O
               MOVE SUGGEST-QTY-WS TO RD-SUGGEST-O
               WRITE REPLRPT-REC FROM REPL-DETAIL-LINE
               PERFORM 270-WRITE-SUGGESTION
               ADD 1 TO SUGGESTIONS-WS
           END-IF.
           COMPUTE ITEM-VALUE-WS = IV-ON-HAND * IV-UNIT-COST.
                    AND DM-QUALITY-WS(DEM-IDX) = IV-QUALITY
                       MOVE DM-QTY-WS(DEM-IDX) TO ITEM-DEMAND-WS
               END-SEARCH.
       270-WRITE-SUGGESTION.
           MOVE SPACES TO RS-SUGGESTION-REC.
           MOVE IV-INSTRUMENT-TYPE TO RS-INSTRUMENT-TYPE.
           MOVE IV-QUALITY TO RS-QUALITY.
           MOVE SUGGEST-QTY-WS TO RS-SUGGEST-QTY.
           MOVE IV-UNIT-COST TO RS-UNIT-COST.
           MOVE IV-ON-HAND TO RS-ON-HAND.
           MOVE ITEM-DEMAND-WS TO RS-DEMAND.
           MOVE CURR-DATE-WS TO RS-SUGGEST-DATE.
           WRITE RS-SUGGESTION-REC.
       400-READ-INVENTORY.
           READ INVMSTR NEXT
               AT END MOVE 'Y' TO INVMSTR-EOF
           DISPLAY 'SUGGESTIONS:  ' SUGGESTIONS-WS.
           IF NOT INVMSTR-MISSING
               CLOSE INVMSTR.
           CLOSE REPLRPT, VALURPT, REPLSUGG.
