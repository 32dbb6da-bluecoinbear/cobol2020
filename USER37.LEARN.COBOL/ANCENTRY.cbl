      * pharmacy and therapy charges exactly the way it posts room
      * and equipment. Rejects print on the entry register; the
      * register's priced total is the batch control figure.
      *
      * Each line is priced at the rate in effect on its service
      * date, taken from the CHGCMNT price history - a charge keyed
      * late is billed at the price that applied when the service
      * was given, not today's. A line keyed without a service date
      * prices as of the run date, and a code with no history yet
      * prices at the master rate. Every priced line is also added
      * to the charge-usage file the price-change impact report
      * draws its volumes from.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PATMSTR-KEY
                  FILE STATUS IS PATMSTR-STATUS.
           SELECT CHGPRHST  ASSIGN TO CHGPRHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-PRICE-KEY
                  FILE STATUS IS CHGPRHST-STATUS.
           SELECT CHGUSAGE  ASSIGN TO CHGUSAGE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CHGUSAGE-ST.
           SELECT ANCCHRG   ASSIGN TO ANCCHRG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ANCCHRG-ST.
           RECORD CONTAINS 80 CHARACTERS.
           COPY PATMSTR.

       FD  CHGPRHST
           RECORD CONTAINS 60 CHARACTERS.
           COPY CHGPRHST.

       FD  CHGUSAGE
           RECORD CONTAINS 60 CHARACTERS.
           COPY CHGUSAGE.

      * Priced charge lines in the DLYCHRG layout HOSPCHG posts:
      * room and equipment zero, the ancillary amount and revenue
      * class filled.
       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 PRICE-HISTORY-SW                  PIC X(01)  VALUE 'Y'.
               88 NO-PRICE-HISTORY                         VALUE 'N'.
           05 PRICE-SCAN-SW                     PIC X(01)  VALUE 'N'.
               88 PRICE-SCAN-DONE                          VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 ANCTRAN-ST                        PIC X(02).
               88 CHGCODES-FOUND                           VALUE '00'.
           05 PATMSTR-STATUS                    PIC X(02).
               88 PATMSTR-FOUND                            VALUE '00'.
           05 CHGPRHST-STATUS                   PIC X(02).
               88 CHGPRHST-FOUND                           VALUE '00'.
               88 CHGPRHST-MISSING                         VALUE '35'.
           05 CHGUSAGE-ST                       PIC X(02).
               88 CHGUSAGE-OK                              VALUE '00'.
           05 ANCCHRG-ST                        PIC X(02).
               88 ANCCHRG-OK                               VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
           05 TOT-CHARGES-WS                    PIC 9(09)V99
                                                           VALUE ZERO.

       01  PRICING-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08)  VALUE ZERO.
           05 PRICE-DATE-WS                     PIC 9(08)  VALUE ZERO.
           05 RATE-WS                           PIC 9(05)V99
                                                           VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 800-OPEN-FILES.
           PERFORM 900-READ-ANCTRAN.

               MOVE 'PATIENT NOT ON MASTER' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF AN-SERVICE-DATE NUMERIC
              AND AN-SERVICE-DATE NOT = ZERO
               MOVE AN-SERVICE-DATE TO PRICE-DATE-WS
           ELSE
               MOVE CURR-DATE-WS    TO PRICE-DATE-WS.
           PERFORM 460-FIND-RATE-IN-EFFECT THRU 460-EXIT.
           COMPUTE CHARGE-AMOUNT-WS = RATE-WS * AN-QUANTITY.
           MOVE SPACES              TO ANCCHRG-REC.
           MOVE AN-PATIENT-ID       TO DC-PATIENT-ID.
           MOVE ZERO                TO DC-ROOM-CHARGE.
           WRITE ANCCHRG-REC.
           ADD +1                TO CHARGES-WRITTEN.
           ADD CHARGE-AMOUNT-WS  TO TOT-CHARGES-WS.
           PERFORM 480-WRITE-USAGE THRU 480-EXIT.
       400-EXIT.
           EXIT.

      * The code's price-history entries run in effective-date order;
      * the last one starting on or before the service date is the
      * rate in effect. RATE-WS keeps the master rate when the code
      * has no entry that early.
       460-FIND-RATE-IN-EFFECT.
           MOVE CC-RATE TO RATE-WS.
           IF NO-PRICE-HISTORY
               GO TO 460-EXIT.
           MOVE 'N'            TO PRICE-SCAN-SW.
           MOVE CC-CHARGE-CODE TO PH-CHARGE-CODE.
           MOVE ZERO           TO PH-EFFECTIVE-FROM.
           START CHGPRHST KEY IS NOT LESS THAN PH-PRICE-KEY
               INVALID KEY
                   GO TO 460-EXIT
           END-START.
           PERFORM 470-READ-NEXT-PRICE THRU 470-EXIT
               UNTIL PRICE-SCAN-DONE.
       460-EXIT.
           EXIT.

       470-READ-NEXT-PRICE.
           READ CHGPRHST NEXT RECORD
               AT END
                   MOVE 'Y' TO PRICE-SCAN-SW
                   GO TO 470-EXIT
           END-READ.
           IF PH-CHARGE-CODE NOT = CC-CHARGE-CODE
              OR PH-EFFECTIVE-FROM > PRICE-DATE-WS
               MOVE 'Y' TO PRICE-SCAN-SW
               GO TO 470-EXIT.
           MOVE PH-RATE TO RATE-WS.
       470-EXIT.
           EXIT.

       480-WRITE-USAGE.
           MOVE SPACES           TO CU-USAGE-REC.
           MOVE CC-CHARGE-CODE   TO CU-CHARGE-CODE.
           MOVE AN-PATIENT-ID    TO CU-PATIENT-ID.
           MOVE PRICE-DATE-WS    TO CU-SERVICE-DATE.
           MOVE AN-QUANTITY      TO CU-QUANTITY.
           MOVE RATE-WS          TO CU-RATE.
           MOVE CHARGE-AMOUNT-WS TO CU-AMOUNT.
           MOVE CURR-DATE-WS     TO CU-ENTRY-DATE.
           WRITE CU-USAGE-REC.
       480-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE AN-PATIENT-ID  TO RJ-PATIENT-ID.
           MOVE AN-CHARGE-CODE TO RJ-CHARGE-CODE.
           OPEN INPUT ANCTRAN.
           OPEN INPUT CHGCODES.
           OPEN INPUT PATMSTR.
           OPEN INPUT CHGPRHST.
           IF CHGPRHST-MISSING
               MOVE 'N' TO PRICE-HISTORY-SW.
           OPEN EXTEND CHGUSAGE.
           IF NOT CHGUSAGE-OK
               OPEN OUTPUT CHGUSAGE.
           OPEN OUTPUT ANCCHRG.
           OPEN OUTPUT SYSOUT.
       800-EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE ANCTRAN, CHGCODES, PATMSTR, CHGUSAGE, ANCCHRG,
                 SYSOUT.
           IF NOT NO-PRICE-HISTORY
               CLOSE CHGPRHST.
       850-EXIT.
           EXIT.

