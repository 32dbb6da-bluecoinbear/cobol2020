             RECORD KEY IS AM-ACCT-NO
             FILE STATUS IS ACCTMSTR-ST.
           SELECT ZONETBL ASSIGN TO ZONETBL.
           SELECT TAXRATE ASSIGN TO TAXRATE.
           SELECT CTLFILE ASSIGN TO CTLFILE
             FILE STATUS IS CTLFILE-ST.
           SELECT RUNPARM ASSIGN TO RUNPARM
             FILE STATUS IS INVMSTR-ST.
           SELECT BACKORDR ASSIGN TO BACKORDR
             FILE STATUS IS BACKORDR-ST.
           SELECT PRICEAGR ASSIGN TO PRICEAGR.
           SELECT PROMOMST ASSIGN TO PROMOMST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PM-PROMO-CODE
             FILE STATUS IS PROMOMST-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  RFPIN
      * shipping and duty price from the zone rate table instead of
      * the flat in-country factors.
               10  SHIP-ZONE                    PIC X(02).
      * Ship-to state and locality code on domestic orders - the
      * jurisdiction the sales tax rate is looked up by.
               10  SHIP-STATE                   PIC X(02).
               10  SHIP-LOCALITY                PIC X(03).
      * Promotion code the customer quoted, if any.
               10  RFP-PROMO-CODE               PIC X(08).
               10  FILLER                       PIC X(03).
           05  RFP-HEADER-DATA REDEFINES RFP-DETAIL-DATA.
               10  RFP-EXPECTED-COUNT           PIC 9(05).
               10  FILLER                       PIC X(74).
       FD  RFPOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFPOUT-REC.
       01  RFPOUT-REC                       PIC X(100).
      * Credit-review hold file: orders from held or over-limit
      * accounts ride here fully priced, in ORDRREC layout plus the
      * quality and hold reason, so the credit manager can release
       FD  CREDHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CREDHOLD-REC.
       01  CREDHOLD-REC.
           05  CH-ORDER-IMAGE               PIC X(100).
           05  CH-QUALITY                   PIC X(01).
           05  CH-HOLD-REASON               PIC X(20).
           05  FILLER                       PIC X(09).
           05  ZT-SHIP-RATE                 PIC 9V999.
           05  ZT-DUTY-RATE                 PIC V999.
           05  FILLER                       PIC X(71).
      * Sales tax rate by ship-to state and locality.
       FD  TAXRATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TR-TAX-RATE-REC.
       COPY TAXRATE.
       FD  FRTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
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
      * Negotiated account pricing, loaded as a table at start of
      * run like the tax rates.
       FD  PRICEAGR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PA-PRICE-AGREEMENT-REC.
       COPY PRICEAGR.
      * Promotion codes - read by the code quoted on the order and
      * rewritten with the use count when the order is accepted.
       FD  PROMOMST
           RECORD CONTAINS 80 CHARACTERS.
           COPY PROMOMST.
       FD  CTLFILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CTLDESK.
                10  ZN-SHIP-CHARGED-WS       PIC 9(09)V99.
                10  ZN-DUTY-CHARGED-WS       PIC 9(09)V99.
       77  UNZONED-INTL-COUNT-WS            PIC 9(05) VALUE ZERO.
       01  TAXRATE-EOF-SW                   PIC X(01) VALUE 'N'.
       01  TAX-RATE-FOUND-SW                PIC X(01) VALUE 'N'.
            88  TAX-RATE-FOUND                       VALUE 'Y'.
       01  TAX-EXEMPT-ORDER-SW              PIC X(01) VALUE 'N'.
            88  TAX-EXEMPT-ORDER                     VALUE 'Y'.
       77  TAX-RATE-COUNT-WS                PIC 9(03) VALUE ZERO.
       77  SALES-TAX-RATE-WS                PIC V9(05) VALUE ZERO.
      * Charged where the ship-to jurisdiction has no rate on the
      * table - the flat rate every domestic order used to pay.
       77  DEFAULT-TAX-RATE-WS              PIC V9(05) VALUE .08.
       77  UNRATED-TAX-COUNT-WS             PIC 9(05) VALUE ZERO.
       77  EXPIRED-CERT-COUNT-WS            PIC 9(05) VALUE ZERO.
      * One row per taxing jurisdiction; a blank locality is the
      * statewide rate.
       01  TAX-RATE-TABLE-WS.
           05  TAX-RATE-ENTRY OCCURS 100 TIMES
                   INDEXED BY TAX-IDX.
                10  TX-STATE-WS              PIC X(02).
                10  TX-LOCALITY-WS           PIC X(03).
                10  TX-RATE-WS               PIC V9(05).
       01  PRICEAGR-EOF-SW                  PIC X(01) VALUE 'N'.
       77  AGREEMENT-COUNT-WS               PIC 9(03) VALUE ZERO.
      * One row per account pricing agreement; a blank type covers
      * every instrument and a zero expiry never runs out.
       01  AGREEMENT-TABLE-WS.
           05  AGREEMENT-ENTRY OCCURS 200 TIMES
                   INDEXED BY AGR-IDX.
                10  AG-ACCT-NO-WS            PIC X(08).
                10  AG-INSTRUMENT-TYPE-WS    PIC X(06).
                10  AG-PRICE-TYPE-WS         PIC X(01).
                10  AG-DISCOUNT-PCT-WS       PIC V999.
                10  AG-FIXED-AMOUNT-WS       PIC 9(05)V99.
                10  AG-EFFECTIVE-DATE-WS     PIC 9(08).
                10  AG-EXPIRY-DATE-WS        PIC 9(08).
       01  PROMOMST-ST                      PIC X(02).
            88  PROMOMST-OK                          VALUE '00'.
            88  PROMOMST-REC-FOUND                   VALUE '00'.
            88  PROMOMST-MISSING                     VALUE '35'.
      * The order is priced at the lowest of the catalog price, the
      * account's agreement price and the quoted promotion - never
      * a combination of them.
       77  LIST-PRICE-WS                    PIC 9(07)V99 VALUE ZERO.
       77  BEST-PRICE-WS                    PIC 9(07)V99 VALUE ZERO.
       77  CANDIDATE-PRICE-WS               PIC 9(07)V99 VALUE ZERO.
       77  DISCOUNT-AMOUNT-WS               PIC 9(07)V99 VALUE ZERO.
       01  PRICE-SOURCE-WS                  PIC X(01) VALUE SPACE.
            88  PRICED-AT-LIST                       VALUE ' '.
            88  PRICED-BY-AGREEMENT                  VALUE 'A'.
            88  PRICED-BY-PROMOTION                  VALUE 'P'.
       77  AGREEMENT-PRICED-COUNT-WS        PIC 9(05) VALUE ZERO.
       77  PROMO-PRICED-COUNT-WS            PIC 9(05) VALUE ZERO.
       77  PROMO-REFUSED-COUNT-WS           PIC 9(05) VALUE ZERO.
       77  DISCOUNT-TOTAL-WS                PIC 9(09)V99 VALUE ZERO.
       01  PRICE-TABLE-WS.
           05  PRICE-TABLE-ENTRY OCCURS 10 TIMES
                   INDEXED BY PRICE-IDX.
           PERFORM 300-OPEN-FILES.
           PERFORM 150-LOAD-PRICE-TABLE.
           PERFORM 170-LOAD-ZONE-TABLE.
           PERFORM 190-LOAD-TAX-RATE-TABLE.
           PERFORM 196-LOAD-AGREEMENT-TABLE.
           PERFORM 400-READ-RFPIN.  *> Comment out with empty input file
           PERFORM 310-WRITE-RFPOUT-HEADER.
       100-MAIN.
                   > AM-CREDIT-LIMIT
               MOVE 'Y' TO ACCT-REJECT-SW
               MOVE 'OVER CREDIT LIMIT' TO ACCT-REJECT-REASON-WS.
           IF ACCTMSTR-REC-FOUND
               IF NOT INTERNATIONAL
                   PERFORM 240-APPLY-SALES-TAX.
       557-WRITE-CREDIT-HOLD.
           DISPLAY 'CREDIT HOLD - WRITE CREDHOLD'.
           MOVE SPACES TO CREDHOLD-REC.
                              ZT-ZONE
               END-IF
           END-IF.
       190-LOAD-TAX-RATE-TABLE.
           OPEN INPUT TAXRATE.
           PERFORM 195-READ-TAX-RATE-ENTRY
               UNTIL TAXRATE-EOF-SW = 'Y'.
           CLOSE TAXRATE.
       195-READ-TAX-RATE-ENTRY.
           READ TAXRATE
               AT END MOVE 'Y' TO TAXRATE-EOF-SW
           END-READ.
           IF TAXRATE-EOF-SW NOT = 'Y'
               IF TAX-RATE-COUNT-WS < 100
                   ADD 1 TO TAX-RATE-COUNT-WS
                   SET TAX-IDX TO TAX-RATE-COUNT-WS
                   MOVE TR-STATE TO TX-STATE-WS(TAX-IDX)
                   MOVE TR-LOCALITY TO TX-LOCALITY-WS(TAX-IDX)
                   MOVE TR-RATE TO TX-RATE-WS(TAX-IDX)
               ELSE
                   DISPLAY '*** TAX RATE TABLE FULL - ENTRY REJECTED '
                              TR-JURISDICTION
               END-IF
           END-IF.
       196-LOAD-AGREEMENT-TABLE.
           OPEN INPUT PRICEAGR.
           PERFORM 197-READ-AGREEMENT-ENTRY
               UNTIL PRICEAGR-EOF-SW = 'Y'.
           CLOSE PRICEAGR.
       197-READ-AGREEMENT-ENTRY.
           READ PRICEAGR
               AT END MOVE 'Y' TO PRICEAGR-EOF-SW
           END-READ.
           IF PRICEAGR-EOF-SW NOT = 'Y'
               IF AGREEMENT-COUNT-WS < 200
                   ADD 1 TO AGREEMENT-COUNT-WS
                   SET AGR-IDX TO AGREEMENT-COUNT-WS
                   MOVE PA-ACCT-NO TO AG-ACCT-NO-WS(AGR-IDX)
                   MOVE PA-INSTRUMENT-TYPE
                       TO AG-INSTRUMENT-TYPE-WS(AGR-IDX)
                   MOVE PA-PRICE-TYPE TO AG-PRICE-TYPE-WS(AGR-IDX)
                   MOVE PA-DISCOUNT-PCT TO AG-DISCOUNT-PCT-WS(AGR-IDX)
                   MOVE PA-FIXED-AMOUNT TO AG-FIXED-AMOUNT-WS(AGR-IDX)
                   MOVE PA-EFFECTIVE-DATE
                       TO AG-EFFECTIVE-DATE-WS(AGR-IDX)
                   MOVE PA-EXPIRY-DATE TO AG-EXPIRY-DATE-WS(AGR-IDX)
               ELSE
                   DISPLAY '*** AGREEMENT TABLE FULL - ENTRY REJECTED '
                              PA-ACCT-NO ' ' PA-INSTRUMENT-TYPE
               END-IF
           END-IF.
       200-PROCESS-DATA.
           MOVE 'N' TO BUDGET-EXCEEDED-SW.
           MOVE 'N' TO UNKNOWN-INSTRUMENT-SW.
               MOVE 0 TO TAX-O
               COMPUTE COST-PER-INSTRUMENT-O =
                            QUALITY-MODIFIER * INSTRUMENT-COST
               PERFORM 220-APPLY-BEST-PRICE
               COMPUTE SHIPPING-COST-O =
                            DELIVERY-MODIFIER * COST-PER-INSTRUMENT-O
               MOVE 'N' TO ZONE-FOUND-SW
               IF INTERNATIONAL
                   PERFORM 230-RATE-INTERNATIONAL
                   MOVE 'Y' TO BUDGET-EXCEEDED-SW
               END-IF
           END-IF.
      * The catalog price is the list price; an in-date pricing
      * agreement for the account or an in-date promotion code with
      * uses left can only bring it down. Whichever is lowest is
      * what the customer pays, and everything downstream - budget,
      * credit, freight and tax - works from that net price.
       220-APPLY-BEST-PRICE.
           MOVE COST-PER-INSTRUMENT-O TO LIST-PRICE-WS.
           MOVE COST-PER-INSTRUMENT-O TO BEST-PRICE-WS.
           MOVE SPACE TO PRICE-SOURCE-WS.
           PERFORM 222-CHECK-AGREEMENT
               VARYING AGR-IDX FROM 1 BY 1
               UNTIL AGR-IDX > AGREEMENT-COUNT-WS.
           IF RFP-PROMO-CODE NOT = SPACES
               PERFORM 225-CHECK-PROMOTION
           END-IF.
           COMPUTE DISCOUNT-AMOUNT-WS = LIST-PRICE-WS - BEST-PRICE-WS.
           MOVE BEST-PRICE-WS TO COST-PER-INSTRUMENT-O.
      * A fixed agreement price replaces the catalog price for the
      * grade the customer asked for, so it still takes the quality
      * modifier; a percent agreement comes off the list price.
       222-CHECK-AGREEMENT.
           IF AG-ACCT-NO-WS(AGR-IDX) = ARTIST-ACCT-NO
              AND (AG-INSTRUMENT-TYPE-WS(AGR-IDX) = SPACES
                OR AG-INSTRUMENT-TYPE-WS(AGR-IDX) =
                       MUSICIAN-INSTRUMENT-TYPE)
              AND AG-EFFECTIVE-DATE-WS(AGR-IDX) NOT > BUSINESS-DATE-WS
              AND (AG-EXPIRY-DATE-WS(AGR-IDX) = ZERO
                OR AG-EXPIRY-DATE-WS(AGR-IDX) NOT < BUSINESS-DATE-WS)
               IF AG-PRICE-TYPE-WS(AGR-IDX) = 'F'
                   COMPUTE CANDIDATE-PRICE-WS ROUNDED =
                       QUALITY-MODIFIER * AG-FIXED-AMOUNT-WS(AGR-IDX)
               ELSE
                   COMPUTE CANDIDATE-PRICE-WS ROUNDED =
                       LIST-PRICE-WS *
                       (1 - AG-DISCOUNT-PCT-WS(AGR-IDX))
               END-IF
               IF CANDIDATE-PRICE-WS < BEST-PRICE-WS
                   MOVE CANDIDATE-PRICE-WS TO BEST-PRICE-WS
                   MOVE 'A' TO PRICE-SOURCE-WS
               END-IF
           END-IF.
      * A code that is unknown, out of date, for another instrument
      * or used up does not stop the order - it is priced without
      * the promotion and the refusal is logged for customer service.
       225-CHECK-PROMOTION.
           MOVE RFP-PROMO-CODE TO PM-PROMO-CODE.
           READ PROMOMST.
           IF NOT PROMOMST-REC-FOUND
               ADD 1 TO PROMO-REFUSED-COUNT-WS
               DISPLAY '*** PROMOTION CODE UNKNOWN '
                   RFP-PROMO-CODE ' ' ARTIST-ACCT-NO
           ELSE
           IF PM-START-DATE > BUSINESS-DATE-WS
              OR PM-END-DATE < BUSINESS-DATE-WS
               ADD 1 TO PROMO-REFUSED-COUNT-WS
               DISPLAY '*** PROMOTION CODE NOT IN DATE '
                   RFP-PROMO-CODE ' ' ARTIST-ACCT-NO
           ELSE
           IF PM-INSTRUMENT-TYPE NOT = SPACES
              AND PM-INSTRUMENT-TYPE NOT = MUSICIAN-INSTRUMENT-TYPE
               ADD 1 TO PROMO-REFUSED-COUNT-WS
               DISPLAY '*** PROMOTION CODE NOT FOR INSTRUMENT '
                   RFP-PROMO-CODE ' ' ARTIST-ACCT-NO
           ELSE
           IF PM-USAGE-LIMIT > ZERO
              AND PM-USAGE-COUNT NOT < PM-USAGE-LIMIT
               ADD 1 TO PROMO-REFUSED-COUNT-WS
               DISPLAY '*** PROMOTION CODE USED UP '
                   RFP-PROMO-CODE ' ' ARTIST-ACCT-NO
           ELSE
               COMPUTE CANDIDATE-PRICE-WS ROUNDED =
                   LIST-PRICE-WS * (1 - PM-DISCOUNT-PCT)
               IF CANDIDATE-PRICE-WS < BEST-PRICE-WS
                   MOVE CANDIDATE-PRICE-WS TO BEST-PRICE-WS
                   MOVE 'P' TO PRICE-SOURCE-WS.
      * Overseas orders price freight and duty from the destination
      * zone's rates instead of the flat factors that were losing
      * money on every international shipment. An international
           ELSE
               ADD 1 TO UNZONED-INTL-COUNT-WS
           END-IF.
      * Domestic sales tax is charged at the ship-to jurisdiction's
      * rate once the account is known. An account exempt for
      * resale pays none while its certificate is in date; an
      * expired certificate is taxed like any other sale and
      * flagged so sales can chase the renewal.
       240-APPLY-SALES-TAX.
           MOVE 'N' TO TAX-EXEMPT-ORDER-SW.
           MOVE ZERO TO TAX-O.
           IF AM-TAX-EXEMPT
               IF AM-EXEMPT-EXPIRY NOT < BUSINESS-DATE-WS
                   MOVE 'Y' TO TAX-EXEMPT-ORDER-SW
               ELSE
                   ADD 1 TO EXPIRED-CERT-COUNT-WS
                   DISPLAY '*** EXEMPT CERTIFICATE EXPIRED - TAXED '
                       AM-ACCT-NO ' ' AM-EXEMPT-CERT-NO
               END-IF
           END-IF.
           IF NOT TAX-EXEMPT-ORDER
               PERFORM 245-FIND-TAX-RATE
               COMPUTE TAX-O ROUNDED =
                   SALES-TAX-RATE-WS * COST-PER-INSTRUMENT-O
           END-IF.
      * The locality's own rate first, then the statewide rate; a
      * jurisdiction on neither is charged the default rate and
      * counted so the rate table can be filled in.
       245-FIND-TAX-RATE.
           MOVE 'N' TO TAX-RATE-FOUND-SW.
           IF SHIP-STATE NOT = SPACES
               SET TAX-IDX TO 1
               SEARCH TAX-RATE-ENTRY
                   AT END
                       MOVE 'N' TO TAX-RATE-FOUND-SW
                   WHEN TX-STATE-WS(TAX-IDX) = SHIP-STATE
                    AND TX-LOCALITY-WS(TAX-IDX) = SHIP-LOCALITY
                       MOVE 'Y' TO TAX-RATE-FOUND-SW
               END-SEARCH
               IF NOT TAX-RATE-FOUND
                   SET TAX-IDX TO 1
                   SEARCH TAX-RATE-ENTRY
                       AT END
                           MOVE 'N' TO TAX-RATE-FOUND-SW
                       WHEN TX-STATE-WS(TAX-IDX) = SHIP-STATE
                        AND TX-LOCALITY-WS(TAX-IDX) = SPACES
                           MOVE 'Y' TO TAX-RATE-FOUND-SW
                   END-SEARCH
               END-IF
           END-IF.
           IF TAX-RATE-FOUND
               MOVE TX-RATE-WS(TAX-IDX) TO SALES-TAX-RATE-WS
           ELSE
               MOVE DEFAULT-TAX-RATE-WS TO SALES-TAX-RATE-WS
               ADD 1 TO UNRATED-TAX-COUNT-WS
               DISPLAY '*** NO TAX RATE FOR ' SHIP-STATE ' '
                   SHIP-LOCALITY ' - DEFAULT RATE CHARGED'
           END-IF.
      * Cross-tabs completed orders by instrument type and musical
      * genre for the purchasing order-mix summary, using the
      * condition names already declared on MUSICIAN-INSTRUMENT-TYPE-O
               ADD COST-PER-INSTRUMENT-O
                   TO OM-ORDER-DOLLARS-WS(OM-INST-IDX, OM-GENRE-IDX)
           END-IF.
      * A promotion use is counted once the order is actually taken
      * - shipped or backordered - so a refused order does not eat
      * into a limited offer.
       260-COUNT-PROMOTION-USE.
           MOVE ORD-PROMO-CODE TO PM-PROMO-CODE.
           READ PROMOMST.
           IF PROMOMST-REC-FOUND
               ADD 1 TO PM-USAGE-COUNT
               REWRITE PM-PROMO-REC
               ADD 1 TO PROMO-PRICED-COUNT-WS
           END-IF.
       265-COUNT-DISCOUNT.
           IF ORD-PROMOTION-PRICE
               PERFORM 260-COUNT-PROMOTION-USE
           END-IF.
           IF ORD-AGREEMENT-PRICE
               ADD 1 TO AGREEMENT-PRICED-COUNT-WS
           END-IF.
           ADD ORD-DISCOUNT-AMOUNT TO DISCOUNT-TOTAL-WS.
      * Pre-flight pass over RFPIN, ahead of the real processing run,
      * to catch a truncated or re-delimited upstream extract before
      * it corrupts a whole run's orders. Opens and closes RFPIN on
           OPEN OUTPUT CTLTOTAL.
           OPEN OUTPUT MIXRPT.
           OPEN OUTPUT FRTRPT.
           OPEN I-O PROMOMST.
           IF PROMOMST-MISSING
               OPEN OUTPUT PROMOMST
               CLOSE PROMOMST
               OPEN I-O PROMOMST
           END-IF.
      * RFPOUT feeds FAVRPT as FAVIN, so it carries the same
      * header/trailer wrapper RFPIN carries here -- the expected
      * count simply passes through from RFPIN's own header.
           MOVE SHIPPING-COST-O TO ORD-SHIPPING-AMOUNT.
           MOVE TAX-O TO ORD-TAX-AMOUNT.
           MOVE 'Y' TO ORD-STILL-TOGETHER.
           IF INTERNATIONAL
               MOVE SPACES TO ORD-SHIP-STATE
               MOVE SPACES TO ORD-SHIP-LOCALITY
               MOVE SPACE TO ORD-SALES-TAX-CODE
           ELSE
               MOVE SHIP-STATE TO ORD-SHIP-STATE
               MOVE SHIP-LOCALITY TO ORD-SHIP-LOCALITY
               IF TAX-EXEMPT-ORDER
                   MOVE 'E' TO ORD-SALES-TAX-CODE
               ELSE
                   MOVE 'T' TO ORD-SALES-TAX-CODE
               END-IF
           END-IF.
           MOVE MUSICIAN-INSTRUMENT-TYPE TO ORD-INSTRUMENT-TYPE.
           MOVE INSTRUMENT-QUALITY-O TO ORD-QUALITY.
           MOVE DISCOUNT-AMOUNT-WS TO ORD-DISCOUNT-AMOUNT.
           MOVE PRICE-SOURCE-WS TO ORD-PRICE-SOURCE.
           IF PRICED-BY-PROMOTION
               MOVE RFP-PROMO-CODE TO ORD-PROMO-CODE
           ELSE
               MOVE SPACES TO ORD-PROMO-CODE
           END-IF.
      * The warehouse has to actually have the instrument before
      * the customer is told yes - insufficient stock sends the
      * priced order to the backorder file instead of RFPOUT.
           MOVE INSTRUMENT-QUALITY-O TO BO-QUALITY.
           WRITE BACKORDR-REC.
           ADD 1 TO BACKORDER-COUNT-WS.
           PERFORM 265-COUNT-DISCOUNT.
       500-WRITE-FAVOUT.
           DISPLAY 'WRITE FAVOUT'.
           WRITE RFPOUT-REC FROM ORDER-RECORD-WS.
           ADD 1 TO RUN-ORDER-COUNT-WS.
           ADD COST-PER-INSTRUMENT-O TO RUN-ORDER-TOTAL-WS.
           PERFORM 265-COUNT-DISCOUNT.
           IF ZONE-FOUND
               ADD 1 TO ZN-ORDER-COUNT-WS(ZONE-IDX)
               ADD SHIPPING-COST-O TO ZN-SHIP-CHARGED-WS(ZONE-IDX)
       600-CLOSE-FILES.
           CLOSE RFPIN, RFPOUT, RFPREJ, CREDHOLD, PRICEXCP, CTLTOTAL,
                 MIXRPT,
                 FRTRPT, ACCTMSTR, INVMSTR, BACKORDR, PROMOMST.
           IF AGREEMENT-PRICED-COUNT-WS > ZERO
               DISPLAY 'AGREEMENT PRICED:      '
                   AGREEMENT-PRICED-COUNT-WS
           END-IF.
           IF PROMO-PRICED-COUNT-WS > ZERO
               DISPLAY 'PROMOTION PRICED:      ' PROMO-PRICED-COUNT-WS
           END-IF.
           IF PROMO-REFUSED-COUNT-WS > ZERO
               DISPLAY 'PROMO CODES REFUSED:   ' PROMO-REFUSED-COUNT-WS
           END-IF.
           IF DISCOUNT-TOTAL-WS > ZERO
               DISPLAY 'DISCOUNT GIVEN:        ' DISCOUNT-TOTAL-WS
           END-IF.
           IF BACKORDER-COUNT-WS > ZERO
               DISPLAY 'ORDERS BACKORDERED: ' BACKORDER-COUNT-WS
           END-IF.
           IF UNRATED-TAX-COUNT-WS > ZERO
               DISPLAY 'TAXED AT DEFAULT RATE: ' UNRATED-TAX-COUNT-WS
           END-IF.
           IF EXPIRED-CERT-COUNT-WS > ZERO
               DISPLAY 'EXPIRED EXEMPT CERTS:  ' EXPIRED-CERT-COUNT-WS
           END-IF.
