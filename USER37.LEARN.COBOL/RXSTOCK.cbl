       IDENTIFICATION DIVISION.
       PROGRAM-ID.      RXSTOCK.
      * Pharmacy stock status and reorder report from the drug
      * formulary. One line per drug with what is on hand, the
      * reorder point and the stock value at cost. A drug at or
      * below its reorder point is flagged with its reorder
      * quantity as the suggested order; one with nothing left is
      * flagged out of stock. Inactive drugs are listed only while
      * stock remains on the shelf, and are never suggested for
      * reorder. Totals give the drug count, the reorder and
      * out-of-stock counts and the value of stock on hand.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRUGMSTR
             ASSIGN TO DRUGMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MD-NDC
               FILE STATUS IS DRUGMSTR-ST.
           SELECT RXSTKRPT
             ASSIGN TO RXSTKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RXSTKRPT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  DRUGMSTR
           RECORD CONTAINS 120 CHARACTERS.
           COPY DRUGMSTR.

       FD  RXSTKRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 RXSTKRPT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 DRUGMSTR-ST               PIC X(2).
               88 DRUGMSTR-OK                      VALUE '00'.
               88 DRUGMSTR-MISSING                 VALUE '35'.
           05 RXSTKRPT-ST               PIC X(2).
               88 RXSTKRPT-OK                      VALUE '00'.
           05 DRUGMSTR-EOF-SW           PIC X(1)   VALUE 'N'.
               88 NO-MORE-DRUGS                    VALUE 'Y'.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 DRUGS-READ-WS             PIC S9(7)    VALUE ZERO.
           05 DRUGS-LISTED-WS           PIC S9(7)    VALUE ZERO.
           05 DRUGS-TO-REORDER-WS       PIC S9(7)    VALUE ZERO.
           05 DRUGS-OUT-WS              PIC S9(7)    VALUE ZERO.
           05 STOCK-VALUE-WS            PIC S9(9)V99 VALUE ZERO.
           05 TOT-STOCK-VALUE-WS        PIC S9(11)V99 VALUE ZERO.

       01 CURR-DATE-WS                  PIC 9(08).

       01 HEADING-ONE.
           05 HDG-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(40)
                  VALUE 'Pharmacy Stock Status and Reorder Report'.

       01 HEADING-TWO.
           05 FILLER                    PIC X(13)  VALUE 'NDC'.
           05 FILLER                    PIC X(31)  VALUE 'DRUG'.
           05 FILLER                    PIC X(07)  VALUE 'UNIT'.
           05 FILLER                    PIC X(11)  VALUE '  ON HAND'.
           05 FILLER                    PIC X(11)  VALUE ' REORD PT'.
           05 FILLER                    PIC X(11)  VALUE 'UNIT COST'.
           05 FILLER                    PIC X(15)
                  VALUE 'VALUE AT COST'.
           05 FILLER                    PIC X(12)  VALUE 'LAST DISP'.
           05 FILLER                    PIC X(12)  VALUE 'STATUS'.
           05 FILLER                    PIC X(09)  VALUE 'ORDER QTY'.

       01 DETAIL-LINE.
           05 DTL-NDC                   PIC X(11).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DTL-DESCRIPTION           PIC X(30).
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 DTL-DOSE-UNIT             PIC X(06).
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 DTL-ON-HAND               PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DTL-REORDER-POINT         PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DTL-UNIT-COST             PIC ZZ,ZZ9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DTL-STOCK-VALUE           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DTL-LAST-DISPENSE         PIC 9999/99/99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DTL-STATUS                PIC X(12).
           05 DTL-ORDER-QTY             PIC Z,ZZZ,ZZ9 BLANK WHEN ZERO.

       01 TOTAL-LINE-1.
           05 FILLER                    PIC X(20)
                  VALUE 'DRUGS LISTED:'.
           05 TL-LISTED                 PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(05)  VALUE SPACES.
           05 FILLER                    PIC X(20)
                  VALUE 'AT REORDER POINT:'.
           05 TL-REORDER                PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(05)  VALUE SPACES.
           05 FILLER                    PIC X(15)
                  VALUE 'OUT OF STOCK:'.
           05 TL-OUT                    PIC ZZZ,ZZ9.

       01 TOTAL-LINE-2.
           05 FILLER                    PIC X(20)
                  VALUE 'STOCK VALUE AT COST:'.
           05 TL-STOCK-VALUE            PIC $$$,$$$,$$$,$$9.99.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-LIST-DRUG UNTIL NO-MORE-DRUGS.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           MOVE CURR-DATE-WS TO HDG-DATE.
           OPEN INPUT DRUGMSTR
           IF DRUGMSTR-MISSING
              DISPLAY 'NO DRUG FORMULARY - NOTHING TO REPORT'
              MOVE 'Y' TO DRUGMSTR-EOF-SW
           ELSE
           IF NOT DRUGMSTR-OK
              DISPLAY 'DRUG FORMULARY PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT RXSTKRPT
           IF NOT RXSTKRPT-OK
              DISPLAY 'STOCK REPORT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           WRITE RXSTKRPT-LINE FROM HEADING-ONE.
           MOVE SPACES TO RXSTKRPT-LINE.
           WRITE RXSTKRPT-LINE.
           WRITE RXSTKRPT-LINE FROM HEADING-TWO.
           PERFORM 170-READ-DRUG.

       170-READ-DRUG.
           IF NOT NO-MORE-DRUGS
              READ DRUGMSTR NEXT RECORD
                 AT END
                    MOVE 'Y' TO DRUGMSTR-EOF-SW
                 NOT AT END
                    ADD 1 TO DRUGS-READ-WS
              END-READ
           END-IF.

       200-LIST-DRUG.
           IF MD-ACTIVE OR MD-ON-HAND > ZERO
              PERFORM 300-WRITE-DETAIL
           END-IF.
           PERFORM 170-READ-DRUG.

       300-WRITE-DETAIL.
           COMPUTE STOCK-VALUE-WS = MD-ON-HAND * MD-UNIT-COST.
           MOVE MD-NDC                TO DTL-NDC.
           MOVE MD-DESCRIPTION        TO DTL-DESCRIPTION.
           MOVE MD-DOSE-UNIT          TO DTL-DOSE-UNIT.
           MOVE MD-ON-HAND            TO DTL-ON-HAND.
           MOVE MD-REORDER-POINT      TO DTL-REORDER-POINT.
           MOVE MD-UNIT-COST          TO DTL-UNIT-COST.
           MOVE STOCK-VALUE-WS        TO DTL-STOCK-VALUE.
           MOVE MD-LAST-DISPENSE-DATE TO DTL-LAST-DISPENSE.
           MOVE ZERO                  TO DTL-ORDER-QTY.
           EVALUATE TRUE
              WHEN MD-INACTIVE
                 MOVE 'INACTIVE'      TO DTL-STATUS
              WHEN MD-ON-HAND = ZERO
                 MOVE 'OUT OF STOCK'  TO DTL-STATUS
                 MOVE MD-REORDER-QTY  TO DTL-ORDER-QTY
                 ADD 1 TO DRUGS-OUT-WS, DRUGS-TO-REORDER-WS
              WHEN MD-ON-HAND NOT > MD-REORDER-POINT
                 MOVE 'REORDER'       TO DTL-STATUS
                 MOVE MD-REORDER-QTY  TO DTL-ORDER-QTY
                 ADD 1 TO DRUGS-TO-REORDER-WS
              WHEN OTHER
                 MOVE SPACES          TO DTL-STATUS
           END-EVALUATE.
           WRITE RXSTKRPT-LINE FROM DETAIL-LINE.
           ADD 1 TO DRUGS-LISTED-WS.
           ADD STOCK-VALUE-WS TO TOT-STOCK-VALUE-WS.

       700-WRITE-TOTALS.
           MOVE SPACES TO RXSTKRPT-LINE.
           WRITE RXSTKRPT-LINE.
           MOVE DRUGS-LISTED-WS     TO TL-LISTED.
           MOVE DRUGS-TO-REORDER-WS TO TL-REORDER.
           MOVE DRUGS-OUT-WS        TO TL-OUT.
           WRITE RXSTKRPT-LINE FROM TOTAL-LINE-1.
           MOVE TOT-STOCK-VALUE-WS  TO TL-STOCK-VALUE.
           WRITE RXSTKRPT-LINE FROM TOTAL-LINE-2.

       900-WRAP-UP.
           DISPLAY 'DRUGS READ: ' DRUGS-READ-WS.
           IF NOT DRUGMSTR-MISSING
              CLOSE DRUGMSTR
           END-IF.
           CLOSE RXSTKRPT.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE DRUGMSTR, RXSTKRPT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
