       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RENTMNT.
      * Rental contract entry for the instrument rental program, in
      * the same transaction-file style as ACCTMNT. An add opens a
      * contract renting one instrument of a type and quality grade
      * to a customer account: the account must be on the account
      * master and off credit hold, the instrument must be in stock
      * (the unit leaves the on-hand count while it is out), and a
      * rent-to-own contract must carry its equity share and buyout
      * price. A return closes a contract still on rent and puts
      * the instrument back into stock. Billing and the buyout are
      * RENTBILL's.
      * Every rental contract field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENTTRAN  ASSIGN TO RENTTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RENTTRAN-ST.
           SELECT RENTCTR   ASSIGN TO RENTCTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RC-CONTRACT-NO
                  FILE STATUS IS RENTCTR-STATUS.
           SELECT ACCTMSTR  ASSIGN TO ACCTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AM-ACCT-NO
                  FILE STATUS IS ACCTMSTR-STATUS.
           SELECT INVMSTR   ASSIGN TO INVMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IV-KEY
                  FILE STATUS IS INVMSTR-STATUS.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  RENTTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  RENTTRAN-REC.
           05 RT-TRANS-CODE                     PIC X(01).
               88 RT-ADD                                    VALUE 'A'.
               88 RT-RETURN                                 VALUE 'R'.
           05 RT-CONTRACT-NO                    PIC X(08).
           05 RT-ACCT-NO                        PIC X(08).
           05 RT-INSTRUMENT-TYPE                PIC X(06).
           05 RT-QUALITY                        PIC X(01).
           05 RT-MONTHLY-RATE                   PIC 9(05)V99.
           05 RT-RENT-TO-OWN-SW                 PIC X(01).
           05 RT-EQUITY-PCT                     PIC V999.
           05 RT-BUYOUT-PRICE                   PIC 9(07)V99.
           05 RT-TRANS-DATE                     PIC 9(08).
           05 FILLER                            PIC X(28).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 RT-OPERATOR-ID                    PIC X(08).

       FD  RENTCTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY RENTCTR.

       FD  ACCTMSTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY ACCTMSTR.

       FD  INVMSTR
           RECORD CONTAINS 40 CHARACTERS.
           COPY INVMSTR.

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.

       01  FILE-STATUS-WS.
           05 RENTTRAN-ST                       PIC X(02).
               88 RENTTRAN-OK                              VALUE '00'.
           05 RENTCTR-STATUS                    PIC X(02).
               88 RENTCTR-FOUND                            VALUE '00'.
               88 RENTCTR-MISSING                          VALUE '35'.
           05 ACCTMSTR-STATUS                   PIC X(02).
               88 ACCTMSTR-FOUND                           VALUE '00'.
           05 INVMSTR-STATUS                    PIC X(02).
               88 INVMSTR-FOUND                            VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-ADDED                       PIC 9(07)  VALUE ZERO.
           05 TRANS-RETURNED                    PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).
           05 EFFECTIVE-DATE-WS                 PIC 9(08).

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  RENT-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-TRANS-CODE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-CONTRACT-NO                    PIC X(08).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  RENT-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
                  VALUE 'TRANS READ:      '.
           05 PS-TRANS-READ-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'OPENED:   '.
           05 PS-ADDED-O                        PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'RETURNED: '.
           05 PS-RETURNED-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * rental contract master's fields.
           COPY CHGJPARM.
       01  RENTCTR-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 016.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-CONTRACT-NO          0001008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-ACCT-NO              0009008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-INSTRUMENT-TYPE      0017006N'.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-QUALITY              0023001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-START-DATE           0024008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-MONTHLY-RATE         0032007S'.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-RENT-TO-OWN-SW       0039001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-EQUITY-PCT           0040003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-BUYOUT-PRICE         0043009S'.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-EQUITY-EARNED        0052009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-MONTHS-BILLED        0061003N'.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-TOTAL-BILLED         0064009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-LAST-BILL-DATE       0073008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-LAST-BILL-AMOUNT     0081007N'.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-STATUS               0088001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'RC-END-DATE             0089008N'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAINLINE
               UNTIL NO-MORE-TRANS.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 800-OPEN-FILES.
           PERFORM 900-READ-RENTTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY RENTAL TRANSACTION FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-PROCESS-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-RENTTRAN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           IF RT-TRANS-DATE NUMERIC AND RT-TRANS-DATE > ZERO
               MOVE RT-TRANS-DATE TO EFFECTIVE-DATE-WS
           ELSE
               MOVE CURR-DATE-WS TO EFFECTIVE-DATE-WS.
           EVALUATE TRUE
               WHEN RT-ADD
                   PERFORM 400-OPEN-CONTRACT THRU 400-EXIT
               WHEN RT-RETURN
                   PERFORM 480-RETURN-INSTRUMENT THRU 480-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

       400-OPEN-CONTRACT.
           MOVE "400-OPEN-CONTRACT" TO PARA-NAME.
           PERFORM 410-EDIT-CONTRACT THRU 410-EXIT.
           IF RJ-REASON NOT = SPACES
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           SUBTRACT 1 FROM IV-ON-HAND.
           REWRITE IV-INVENTORY-REC.
           PERFORM 420-MOVE-TRANS-TO-CONTRACT THRU 420-EXIT.
           MOVE SPACES TO CJP-BEFORE-IMAGE.
           MOVE RC-CONTRACT-REC TO CJP-AFTER-IMAGE.
           WRITE RC-CONTRACT-REC.
           MOVE 'A' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.

      * The first failed edit names the reject; the instrument read
      * is done last so a passing edit leaves its stock record in
      * the buffer for the decrement.
       410-EDIT-CONTRACT.
           MOVE SPACES TO RJ-REASON.
           MOVE RT-CONTRACT-NO TO RC-CONTRACT-NO.
           READ RENTCTR.
           MOVE RC-CONTRACT-REC TO CJP-BEFORE-IMAGE.
           IF RENTCTR-FOUND
               MOVE 'CONTRACT ALREADY ON FILE' TO RJ-REASON
               GO TO 410-EXIT.
           IF RT-MONTHLY-RATE NOT NUMERIC
               OR RT-MONTHLY-RATE = ZERO
               MOVE 'MONTHLY RATE MISSING' TO RJ-REASON
               GO TO 410-EXIT.
           IF RT-RENT-TO-OWN-SW = 'Y'
               IF RT-EQUITY-PCT NOT NUMERIC
                   OR RT-EQUITY-PCT = ZERO
                   OR RT-BUYOUT-PRICE NOT NUMERIC
                   OR RT-BUYOUT-PRICE = ZERO
                   MOVE 'RENT-TO-OWN TERMS MISSING' TO RJ-REASON
                   GO TO 410-EXIT.
           MOVE RT-ACCT-NO TO AM-ACCT-NO.
           READ ACCTMSTR.
           IF NOT ACCTMSTR-FOUND
               MOVE 'ACCOUNT NOT ON FILE' TO RJ-REASON
               GO TO 410-EXIT.
           IF AM-ON-CREDIT-HOLD
               MOVE 'ACCOUNT ON CREDIT HOLD' TO RJ-REASON
               GO TO 410-EXIT.
           MOVE RT-INSTRUMENT-TYPE TO IV-INSTRUMENT-TYPE.
           MOVE RT-QUALITY TO IV-QUALITY.
           READ INVMSTR.
           IF NOT INVMSTR-FOUND
               MOVE 'INSTRUMENT NOT ON INVENTORY' TO RJ-REASON
               GO TO 410-EXIT.
           IF IV-ON-HAND < 1
               MOVE 'INSTRUMENT OUT OF STOCK' TO RJ-REASON
               GO TO 410-EXIT.
       410-EXIT.
           EXIT.

       420-MOVE-TRANS-TO-CONTRACT.
           MOVE SPACES              TO RC-CONTRACT-REC.
           MOVE RT-CONTRACT-NO      TO RC-CONTRACT-NO.
           MOVE RT-ACCT-NO          TO RC-ACCT-NO.
           MOVE RT-INSTRUMENT-TYPE  TO RC-INSTRUMENT-TYPE.
           MOVE RT-QUALITY          TO RC-QUALITY.
           MOVE EFFECTIVE-DATE-WS   TO RC-START-DATE.
           MOVE RT-MONTHLY-RATE     TO RC-MONTHLY-RATE.
           IF RT-RENT-TO-OWN-SW = 'Y'
               MOVE 'Y'             TO RC-RENT-TO-OWN-SW
               MOVE RT-EQUITY-PCT   TO RC-EQUITY-PCT
               MOVE RT-BUYOUT-PRICE TO RC-BUYOUT-PRICE
           ELSE
               MOVE 'N'             TO RC-RENT-TO-OWN-SW
               MOVE ZERO            TO RC-EQUITY-PCT
               MOVE ZERO            TO RC-BUYOUT-PRICE.
           MOVE ZERO                TO RC-EQUITY-EARNED.
           MOVE ZERO                TO RC-MONTHS-BILLED.
           MOVE ZERO                TO RC-TOTAL-BILLED.
           MOVE ZERO                TO RC-LAST-BILL-DATE.
           MOVE ZERO                TO RC-LAST-BILL-AMOUNT.
           MOVE 'A'                 TO RC-STATUS.
           MOVE ZERO                TO RC-END-DATE.
       420-EXIT.
           EXIT.

      * A returned instrument goes back on the shelf it came from;
      * an unknown type/quality pair only warns, as FAVRTRN does.
       480-RETURN-INSTRUMENT.
           MOVE "480-RETURN-INSTRUMENT" TO PARA-NAME.
           MOVE RT-CONTRACT-NO TO RC-CONTRACT-NO.
           READ RENTCTR.
           MOVE RC-CONTRACT-REC TO CJP-BEFORE-IMAGE.
           IF NOT RENTCTR-FOUND
               MOVE 'CONTRACT NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 480-EXIT.
           IF NOT RC-ON-RENT
               MOVE 'CONTRACT NOT ON RENT' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 480-EXIT.
           MOVE 'R' TO RC-STATUS.
           MOVE EFFECTIVE-DATE-WS TO RC-END-DATE.
           MOVE RC-CONTRACT-REC TO CJP-AFTER-IMAGE.
           REWRITE RC-CONTRACT-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           MOVE RC-INSTRUMENT-TYPE TO IV-INSTRUMENT-TYPE.
           MOVE RC-QUALITY TO IV-QUALITY.
           READ INVMSTR.
           IF INVMSTR-FOUND
               ADD 1 TO IV-ON-HAND
               REWRITE IV-INVENTORY-REC
           ELSE
               DISPLAY '*** RETURNED TYPE NOT ON INVENTORY - '
                   RC-INSTRUMENT-TYPE ' ' RC-QUALITY.
           ADD +1 TO TRANS-RETURNED.
       480-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE RT-TRANS-CODE TO RJ-TRANS-CODE.
           MOVE RT-CONTRACT-NO TO RJ-CONTRACT-NO.
           WRITE SYSOUT-REC FROM RENT-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT RENTTRAN.
           OPEN I-O RENTCTR.
           IF RENTCTR-MISSING
               OPEN OUTPUT RENTCTR
               CLOSE RENTCTR
               OPEN I-O RENTCTR.
           OPEN INPUT ACCTMSTR.
           OPEN I-O INVMSTR.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE RENTTRAN, RENTCTR, ACCTMSTR, INVMSTR, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, RENTCTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per rental contract field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'RENTMNT'      TO CJP-PROGRAM.
           MOVE 'RENTCTR'      TO CJP-FILE-ID.
           MOVE RT-CONTRACT-NO TO CJP-KEY.
           MOVE RT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, RENTCTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-RENTTRAN.
           READ RENTTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO PS-TRANS-READ-O.
           MOVE TRANS-ADDED        TO PS-ADDED-O.
           MOVE TRANS-RETURNED     TO PS-RETURNED-O.
           MOVE TRANS-REJECTED     TO PS-REJECTED-O.
           WRITE SYSOUT-REC FROM RENT-SUMMARY-LINE.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           MOVE ABEND-REASON TO SYSOUT-REC.
           WRITE SYSOUT-REC.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "*** ABNORMAL END OF JOB - RENTMNT ***"
               UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
