      * is flagged, grouped by buyer code the way the where-used
      * report groups by component. After the comparison each PO is
      * appended to the history file so the next run sees it.
      * Each PO for a part with a frozen standard cost is also
      * priced against that standard, and the purchase-price
      * variance - what the PO pays over or under standard at its
      * ordered quantity - is listed and totalled ahead of the
      * buyer exceptions.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           SELECT PRICHIST  ASSIGN TO PRICHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PRICHIST-ST.
           SELECT STDCOST   ASSIGN TO STDCOST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SC-PART-NUMBER
                  FILE STATUS IS STDCOST-STATUS.
           SELECT VARRPT    ASSIGN TO VARRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS VARRPT-ST.
           05 PH-PO-NUMBER                      PIC X(06).
           05 FILLER                            PIC X(24).

       FD  STDCOST
           RECORD CONTAINS 80 CHARACTERS.
           COPY STDCOST.

       FD  VARRPT
           RECORD CONTAINS 110 CHARACTERS.
       01  VARRPT-REC                           PIC X(110).
           05 PRICHIST-ST                       PIC X(02).
               88 PRICHIST-OK                              VALUE '00'.
               88 PRICHIST-MISSING                         VALUE '35'.
           05 STDCOST-STATUS                    PIC X(02).
               88 STDCOST-FOUND                            VALUE '00'.
           05 STDCOST-AVAILABLE-SW              PIC X(01)  VALUE 'N'.
               88 STDCOST-AVAILABLE                        VALUE 'Y'.
           05 VARRPT-ST                         PIC X(02).
               88 VARRPT-OK                                VALUE '00'.

                                                           VALUE ZERO.
           05 LIMIT-PRICE-WS                    PIC S9(7)V99
                                                           VALUE ZERO.
           05 POS-AT-STANDARD                   PIC 9(07)  VALUE ZERO.
           05 PPV-AMOUNT-WS                     PIC S9(9)V99
                                                           VALUE ZERO.
           05 TOTAL-PPV-WS                      PIC S9(11)V99
                                                           VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 FILLER                     PIC X(06) VALUE ' AVG: '.
           05 VD-AVG-PRICE                      PIC $$$,$$9.99.

       01  PPV-HEADING-LINE.
           05 FILLER                            PIC X(42)
                  VALUE 'PURCHASE PRICE VARIANCE VS FROZEN STANDARD'.

       01  PPV-DETAIL-LINE.
           05 FILLER                            PIC X(04)
                  VALUE SPACES.
           05 PV-PO-NUMBER                      PIC X(06).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 PV-PART-NUMBER                    PIC X(23).
           05 FILLER                     PIC X(06) VALUE ' STD: '.
           05 PV-STD-COST                       PIC $$,$$$,$$9.99.
           05 FILLER                     PIC X(07) VALUE ' PAID: '.
           05 PV-PAID-PRICE                     PIC $$,$$$,$$9.99.
           05 FILLER                     PIC X(06) VALUE ' QTY: '.
           05 PV-QTY-O                          PIC ZZZ,ZZ9.
           05 FILLER                     PIC X(06) VALUE ' PPV: '.
           05 PV-PPV-O                          PIC ---,---,--9.99.

       01  PPV-SUMMARY-LINE.
           05 FILLER                            PIC X(14)
                  VALUE 'AT STANDARD:  '.
           05 PP-AT-STANDARD-O                  PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(13)
                  VALUE '  TOTAL PPV: '.
           05 PP-TOTAL-PPV-O                    PIC ---,---,---,--9.99.

       01  VAR-SUMMARY-LINE.
           05 FILLER                            PIC X(14)
                  VALUE 'POS READ:     '.
           DISPLAY "HOUSEKEEPING".
           PERFORM 800-OPEN-FILES.
           PERFORM 050-LOAD-PRICE-HISTORY THRU 050-EXIT.
           IF STDCOST-AVAILABLE
               WRITE VARRPT-REC FROM PPV-HEADING-LINE.
           PERFORM 900-READ-POFILE.

           IF NO-MORE-POFILE
       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 400-CHECK-ONE-PO THRU 400-EXIT.
           PERFORM 460-PRICE-AGAINST-STANDARD THRU 460-EXIT.
           PERFORM 500-APPEND-HISTORY THRU 500-EXIT.
           PERFORM 900-READ-POFILE THRU 900-EXIT.

       440-EXIT.
           EXIT.

      * A part never frozen has no standard to vary from.
       460-PRICE-AGAINST-STANDARD.
           IF NOT STDCOST-AVAILABLE
               GO TO 460-EXIT.
           MOVE PF-PART-NUMBER TO SC-PART-NUMBER.
           READ STDCOST.
           IF NOT STDCOST-FOUND
               GO TO 460-EXIT.
           IF SC-FROZEN-DATE = ZERO
               GO TO 460-EXIT.
           COMPUTE PPV-AMOUNT-WS =
               (PF-UNIT-PRICE - SC-FROZEN-COST) * PF-QUANTITY.
           ADD PPV-AMOUNT-WS TO TOTAL-PPV-WS.
           ADD 1 TO POS-AT-STANDARD.
           MOVE PF-PO-NUMBER   TO PV-PO-NUMBER.
           MOVE PF-PART-NUMBER TO PV-PART-NUMBER.
           MOVE SC-FROZEN-COST TO PV-STD-COST.
           MOVE PF-UNIT-PRICE  TO PV-PAID-PRICE.
           MOVE PF-QUANTITY    TO PV-QTY-O.
           MOVE PPV-AMOUNT-WS  TO PV-PPV-O.
           WRITE VARRPT-REC FROM PPV-DETAIL-LINE.
       460-EXIT.
           EXIT.

       500-APPEND-HISTORY.
           MOVE SPACES           TO PRICHIST-REC.
           MOVE PF-PART-NUMBER   TO PH-PART-NUMBER.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT POFILE.
           OPEN INPUT PRICHIST.
           OPEN INPUT STDCOST.
           IF STDCOST-FOUND
               MOVE 'Y' TO STDCOST-AVAILABLE-SW
           ELSE
               DISPLAY "NO STANDARD COST FILE - NO PPV REPORTED".
           OPEN OUTPUT VARRPT.
       800-EXIT.
           EXIT.
       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE POFILE, PRICHIST, VARRPT.
           IF STDCOST-AVAILABLE
               CLOSE STDCOST.
       850-EXIT.
           EXIT.

           MOVE POS-READ    TO PS-READ-O.
           MOVE POS-FLAGGED TO PS-FLAGGED-O.
           WRITE VARRPT-REC FROM VAR-SUMMARY-LINE.
           IF STDCOST-AVAILABLE
               MOVE POS-AT-STANDARD TO PP-AT-STANDARD-O
               MOVE TOTAL-PPV-WS    TO PP-TOTAL-PPV-O
               WRITE VARRPT-REC FROM PPV-SUMMARY-LINE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
