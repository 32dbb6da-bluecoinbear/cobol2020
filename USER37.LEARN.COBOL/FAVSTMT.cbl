           05  AR-STATUS                    PIC X(01).
               88  AR-OPEN                          VALUE 'O'.
               88  AR-CLOSED                        VALUE 'C'.
           05  AR-ITEM-TYPE                 PIC X(01).
               88  AR-RENTAL-ITEM                   VALUE 'R'.
           05  FILLER                       PIC X(06).
       FD  ACCTMSTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTMSTR.
               10  OI-OPEN-AMOUNT           PIC 9(07)V99.
               10  OI-AGE-DAYS              PIC S9(05).
               10  OI-DONE-SW               PIC X(01).
               10  OI-RENTAL-SW             PIC X(01).
       77  ITEM-SUB-WS                      PIC S9(4) VALUE ZERO.
       77  ITEM-SCAN-WS                     PIC S9(4) VALUE ZERO.
       01  CURRENT-ACCT-WS                  PIC X(08) VALUE SPACES.
       77  ACCT-BALANCE-WS                  PIC 9(09)V99 VALUE ZERO.
       77  ACCT-60-BALANCE-WS               PIC 9(09)V99 VALUE ZERO.
       77  ACCT-OLDEST-DAYS-WS              PIC S9(05) VALUE ZERO.
      * Set when a monthly rental charge has gone thirty days
      * unpaid; the letter then also asks for the instrument back.
       01  ACCT-RENTAL-OVERDUE-SW           PIC X(01) VALUE 'N'.
            88  ACCT-RENTAL-OVERDUE                  VALUE 'Y'.
       01  STMT-HEADING-LINE.
           05  FILLER                       PIC X(20)
                  VALUE 'CUSTOMER STATEMENT  '.
                   CURR-DATE-INT-WS - INVOICE-DATE-INT-WS
               MOVE AGE-DAYS-WS TO OI-AGE-DAYS (ITEM-COUNT-WS)
               MOVE 'N' TO OI-DONE-SW (ITEM-COUNT-WS)
               IF AR-RENTAL-ITEM
                   MOVE 'Y' TO OI-RENTAL-SW (ITEM-COUNT-WS)
               ELSE
                   MOVE 'N' TO OI-RENTAL-SW (ITEM-COUNT-WS)
               END-IF
           END-IF.
      * Each not-yet-done item opens its account's statement; the
      * scan pass prints every item of that account and marks them
           MOVE OI-ACCT-NO (ITEM-SUB-WS) TO CURRENT-ACCT-WS.
           MOVE ZERO TO ACCT-BALANCE-WS, ACCT-60-BALANCE-WS,
                        ACCT-OLDEST-DAYS-WS.
           MOVE 'N' TO ACCT-RENTAL-OVERDUE-SW.
           WRITE STMTPRT-REC FROM STMT-BLANK-LINE.
           MOVE CURR-DATE-WS TO SH-DATE.
           WRITE STMTPRT-REC FROM STMT-HEADING-LINE.
           IF OI-AGE-DAYS (ITEM-SCAN-WS) > ACCT-OLDEST-DAYS-WS
               MOVE OI-AGE-DAYS (ITEM-SCAN-WS)
                   TO ACCT-OLDEST-DAYS-WS.
           IF OI-RENTAL-SW (ITEM-SCAN-WS) = 'Y'
               AND OI-AGE-DAYS (ITEM-SCAN-WS) NOT < 30
               MOVE 'Y' TO ACCT-RENTAL-OVERDUE-SW.
           MOVE 'Y' TO OI-DONE-SW (ITEM-SCAN-WS).
       300-ITEM-EXIT.
           EXIT.
           MOVE SA-NAME TO DN-NAME.
           MOVE ACCT-BALANCE-WS TO DN-BALANCE-O.
           WRITE DUNPRT-REC FROM DUN-ACCT-LINE.
           IF ACCT-RENTAL-OVERDUE
               MOVE 'RENTAL PAST DUE - PAY NOW OR RETURN THE INSTRUMENT'
                   TO DN-TEXT-O
               WRITE DUNPRT-REC FROM DUN-TEXT-LINE.
           ADD 1 TO LETTERS-WRITTEN-WS.
       400-DUN-EXIT.
           EXIT.
           MOVE ZERO               TO AR-PAID-AMOUNT.
           MOVE CURR-DATE-WS       TO AR-INVOICE-DATE.
           MOVE 'O'                TO AR-STATUS.
           MOVE SPACE              TO AR-ITEM-TYPE.
           WRITE AR-OPEN-ITEM-REC
               INVALID KEY
                   DISPLAY '*** DUPLICATE INVOICE NUMBER '
