      * the keyed master, rejects to SYSOUT and a summary line at
      * end of run. A terminated provider stays on the master the
      * way a terminated policy does, so historical payments still
      * resolve a payee name. The same transaction file carries the
      * provider's network status and the contracted fee schedule
      * CLAIMRPT prices claims from: an F transaction sets the
      * contract rate for one policy type, an X transaction removes
      * it. An E transaction enrolls the provider for EFT payment
      * (or replaces the bank account on file) after the same ABA
      * check-digit edit DDMAINT applies, starting the prenote
      * cycle; an N transaction cancels EFT and puts the provider
      * back on paper checks. A W transaction records the provider's
      * W-9 - taxpayer ID, TIN type and whether payments are 1099
      * reportable - for the year-end 1099 run.
      * Every provider and fee schedule field a transaction
      * changes is written to the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PV-PROVIDER-NO
                  FILE STATUS IS PROVMSTR-STATUS.
           SELECT FEESCHED  ASSIGN TO FEESCHED
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FS-FEE-KEY
                  FILE STATUS IS FEESCHED-STATUS.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PROVTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  PROVTRAN-REC.
           05 PT-TRANS-CODE                     PIC X(01).
               88 PT-ADD                                    VALUE 'A'.
               88 PT-CHANGE                                 VALUE 'C'.
               88 PT-TERMINATE                              VALUE 'T'.
               88 PT-FEE-SCHEDULE                           VALUE 'F'.
               88 PT-FEE-REMOVE                             VALUE 'X'.
               88 PT-EFT-ENROLL                             VALUE 'E'.
               88 PT-EFT-CANCEL                             VALUE 'N'.
               88 PT-TAX-ID                                 VALUE 'W'.
           05 PT-PROVIDER-NO                    PIC 9(06).
           05 PT-PROVIDER-NAME                  PIC X(26).
           05 PT-NETWORK-STATUS                 PIC X(01).
           05 PT-POLICY-TYPE                    PIC 9(01).
           05 PT-CONTRACT-RATE                  PIC 9V999.
           05 PT-CONTRACT-MAX                   PIC 9(7)V99.
           05 PT-ROUTING-FULL                   PIC X(09).
           05 PT-ROUTING-FULL-R REDEFINES PT-ROUTING-FULL.
               10 PT-ROUTING-DIGIT              PIC 9(01)
                      OCCURS 9 TIMES INDEXED BY PT-DIGIT-IDX.
           05 PT-ACCOUNT-NBR                    PIC X(17).
      * A W transaction carries the W-9 in the account columns.
           05 PT-TAX-DATA REDEFINES PT-ACCOUNT-NBR.
               10 PT-TAX-ID-NO                  PIC X(09).
               10 PT-TIN-TYPE                   PIC X(01).
               10 PT-1099-SW                    PIC X(01).
               10 FILLER                        PIC X(06).
           05 PT-ACCOUNT-TYPE                   PIC X(01).
           05 FILLER                            PIC X(05).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 PT-OPERATOR-ID                    PIC X(08).

       FD  PROVMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY PROVMSTR.

       FD  FEESCHED
           RECORD CONTAINS 40 CHARACTERS.
           COPY FEESCHED.

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).
       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 ROUTING-VALID-SW                  PIC X(01)  VALUE 'N'.
               88 ROUTING-VALID                            VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 PROVTRAN-ST                       PIC X(02).
           05 PROVMSTR-STATUS                   PIC X(02).
               88 PROVMSTR-FOUND                           VALUE '00'.
               88 PROVMSTR-MISSING                         VALUE '35'.
           05 FEESCHED-STATUS                   PIC X(02).
               88 FEESCHED-FOUND                           VALUE '00'.
               88 FEESCHED-MISSING                         VALUE '35'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

           05 TRANS-CHANGED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-TERMINATED                  PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.
           05 FEES-SET                          PIC 9(07)  VALUE ZERO.
           05 FEES-REMOVED                      PIC 9(07)  VALUE ZERO.
           05 EFT-ENROLLED                      PIC 9(07)  VALUE ZERO.
           05 EFT-CANCELLED                     PIC 9(07)  VALUE ZERO.
           05 TAX-IDS-SET                       PIC 9(07)  VALUE ZERO.
           05 ABA-WEIGHTED-SUM-WS               PIC 9(04)  VALUE ZERO.
           05 ABA-QUOTIENT-WS                   PIC 9(04)  VALUE ZERO.
           05 ABA-REMAINDER-WS                  PIC 9(02)  VALUE ZERO.

       01  ABA-WEIGHT-TABLE.
           05 FILLER                            PIC X(09)
                  VALUE '371371371'.
       01  ABA-WEIGHT-TABLE-R REDEFINES ABA-WEIGHT-TABLE.
           05 ABA-WEIGHT                        PIC 9(01)
                  OCCURS 9 TIMES INDEXED BY ABA-IDX.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

       01  FEE-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
                  VALUE 'FEES SET:        '.
           05 FS-SET-O                          PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'REMOVED:  '.
           05 FS-REMOVED-O                      PIC ZZZ,ZZ9.

       01  EFT-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
                  VALUE 'EFT ENROLLED:    '.
           05 ES-ENROLLED-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'CANCELLED: '.
           05 ES-CANCELLED-O                    PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'W-9 SET:   '.
           05 ES-TAX-IDS-O                      PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by these maps of the
      * provider master's and the fee schedule's fields.
           COPY CHGJPARM.
       01  PROVMSTR-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 013.
           05 FILLER                            PIC X(32)
                  VALUE 'PV-PROVIDER-NO          0001006N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PV-PROVIDER-NAME        0007026N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PV-STATUS               0033001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PV-NETWORK-STATUS       0034001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PV-EFT-ROUTING-NBR      0035008S'.
           05 FILLER                            PIC X(32)
                  VALUE 'PV-EFT-CHECK-DIGIT      0043001S'.
           05 FILLER                            PIC X(32)
                  VALUE 'PV-EFT-ACCOUNT-NBR      0044017S'.
           05 FILLER                            PIC X(32)
                  VALUE 'PV-EFT-ACCOUNT-TYPE     0061001S'.
           05 FILLER                            PIC X(32)
                  VALUE 'PV-EFT-STATUS           0062001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PV-EFT-PRENOTE-DATE     0063008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PV-TAX-ID               0071009S'.
           05 FILLER                            PIC X(32)
                  VALUE 'PV-TIN-TYPE             0080001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PV-1099-SW              0081001N'.

       01  FEESCHED-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 004.
           05 FILLER                            PIC X(32)
                  VALUE 'FS-PROVIDER-NO          0001006N'.
           05 FILLER                            PIC X(32)
                  VALUE 'FS-POLICY-TYPE          0007001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'FS-CONTRACT-RATE        0008004S'.
           05 FILLER                            PIC X(32)
                  VALUE 'FS-CONTRACT-MAX         0012009S'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.


       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 800-OPEN-FILES.
           PERFORM 900-READ-PROVTRAN.

                   PERFORM 450-CHANGE-PROVIDER THRU 450-EXIT
               WHEN PT-TERMINATE
                   PERFORM 480-TERMINATE-PROVIDER THRU 480-EXIT
               WHEN PT-FEE-SCHEDULE
                   PERFORM 500-SET-FEE-SCHEDULE THRU 500-EXIT
               WHEN PT-FEE-REMOVE
                   PERFORM 550-REMOVE-FEE-SCHEDULE THRU 550-EXIT
               WHEN PT-EFT-ENROLL
                   PERFORM 320-VALIDATE-ROUTING THRU 320-EXIT
                   IF ROUTING-VALID
                       PERFORM 600-ENROLL-EFT THRU 600-EXIT
                   ELSE
                       MOVE 'ROUTING CHECK DIGIT INVALID' TO RJ-REASON
                       PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   END-IF
               WHEN PT-EFT-CANCEL
                   PERFORM 650-CANCEL-EFT THRU 650-EXIT
               WHEN PT-TAX-ID
                   PERFORM 670-SET-TAX-ID THRU 670-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
       300-EXIT.
           EXIT.

      * ABA check: three-seven-one weights across the nine routing
      * digits must sum to a multiple of ten.
       320-VALIDATE-ROUTING.
           MOVE 'N' TO ROUTING-VALID-SW.
           IF PT-ROUTING-FULL NOT NUMERIC
               GO TO 320-EXIT.
           MOVE ZERO TO ABA-WEIGHTED-SUM-WS.
           PERFORM 340-WEIGH-ONE-DIGIT THRU 340-EXIT
               VARYING PT-DIGIT-IDX FROM 1 BY 1
                   UNTIL PT-DIGIT-IDX > 9.
           DIVIDE ABA-WEIGHTED-SUM-WS BY 10
               GIVING ABA-QUOTIENT-WS
               REMAINDER ABA-REMAINDER-WS.
           IF ABA-REMAINDER-WS = ZERO
               MOVE 'Y' TO ROUTING-VALID-SW.
       320-EXIT.
           EXIT.

       340-WEIGH-ONE-DIGIT.
           SET ABA-IDX TO PT-DIGIT-IDX.
           COMPUTE ABA-WEIGHTED-SUM-WS = ABA-WEIGHTED-SUM-WS
               + (PT-ROUTING-DIGIT (PT-DIGIT-IDX)
                  * ABA-WEIGHT (ABA-IDX)).
       340-EXIT.
           EXIT.

       400-ADD-PROVIDER.
           MOVE "400-ADD-PROVIDER" TO PARA-NAME.
           MOVE PT-PROVIDER-NO TO PV-PROVIDER-NO.
           READ PROVMSTR.
           MOVE PV-PROVIDER-REC TO CJP-BEFORE-IMAGE.
           IF PROVMSTR-FOUND
               MOVE 'PROVIDER ALREADY ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               MOVE 'PROVIDER NAME MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
           ELSE
           IF PT-NETWORK-STATUS NOT = 'I' AND NOT = 'O'
               MOVE 'NETWORK STATUS MUST BE I OR O' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
           ELSE
               MOVE SPACES TO PV-PROVIDER-REC
               MOVE PT-PROVIDER-NO   TO PV-PROVIDER-NO
               MOVE PT-PROVIDER-NAME TO PV-PROVIDER-NAME
               MOVE 'A' TO PV-STATUS
               MOVE PT-NETWORK-STATUS TO PV-NETWORK-STATUS
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE PV-PROVIDER-REC TO CJP-AFTER-IMAGE
               WRITE PV-PROVIDER-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.

      * A change carries the name, the network status, or both;
      * a field left blank on the transaction is left as it is.
       450-CHANGE-PROVIDER.
           MOVE "450-CHANGE-PROVIDER" TO PARA-NAME.
           MOVE PT-PROVIDER-NO TO PV-PROVIDER-NO.
           READ PROVMSTR.
           MOVE PV-PROVIDER-REC TO CJP-BEFORE-IMAGE.
           IF PROVMSTR-FOUND
               IF PT-NETWORK-STATUS NOT = SPACE
                  AND PT-NETWORK-STATUS NOT = 'I' AND NOT = 'O'
                   MOVE 'NETWORK STATUS MUST BE I OR O' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
               ELSE
                   IF PT-PROVIDER-NAME NOT = SPACES
                       MOVE PT-PROVIDER-NAME TO PV-PROVIDER-NAME
                   END-IF
                   IF PT-NETWORK-STATUS NOT = SPACE
                       MOVE PT-NETWORK-STATUS TO PV-NETWORK-STATUS
                   END-IF
                   MOVE PV-PROVIDER-REC TO CJP-AFTER-IMAGE
                   REWRITE PV-PROVIDER-REC
                   MOVE 'C' TO CJP-ACTION
                   PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
                   ADD +1 TO TRANS-CHANGED
               END-IF
           ELSE
               MOVE 'PROVIDER NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT.
           MOVE "480-TERMINATE-PROVIDER" TO PARA-NAME.
           MOVE PT-PROVIDER-NO TO PV-PROVIDER-NO.
           READ PROVMSTR.
           MOVE PV-PROVIDER-REC TO CJP-BEFORE-IMAGE.
           IF PROVMSTR-FOUND
               MOVE 'T' TO PV-STATUS
               MOVE PV-PROVIDER-REC TO CJP-AFTER-IMAGE
               REWRITE PV-PROVIDER-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-TERMINATED
           ELSE
               MOVE 'PROVIDER NOT ON FILE' TO RJ-REASON
       480-EXIT.
           EXIT.

      * Adds or replaces the provider's contract rate for one policy
      * type. The provider has to be on the master and active.
       500-SET-FEE-SCHEDULE.
           MOVE "500-SET-FEE-SCHEDULE" TO PARA-NAME.
           MOVE PT-PROVIDER-NO TO PV-PROVIDER-NO.
           READ PROVMSTR.
           MOVE PV-PROVIDER-REC TO CJP-BEFORE-IMAGE.
           IF NOT PROVMSTR-FOUND
               MOVE 'PROVIDER NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           IF PV-TERMINATED
               MOVE 'PROVIDER IS TERMINATED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           IF PT-POLICY-TYPE NOT NUMERIC OR PT-POLICY-TYPE = ZERO
               MOVE 'POLICY TYPE MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           IF PT-CONTRACT-RATE NOT NUMERIC OR PT-CONTRACT-RATE = ZERO
              OR PT-CONTRACT-RATE > 1
               MOVE 'CONTRACT RATE NOT 0.001 - 1.000' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           IF PT-CONTRACT-MAX NOT NUMERIC
               MOVE ZERO TO PT-CONTRACT-MAX.
           MOVE PT-PROVIDER-NO TO FS-PROVIDER-NO.
           MOVE PT-POLICY-TYPE TO FS-POLICY-TYPE.
           READ FEESCHED.
           MOVE FS-FEE-REC TO CJP-BEFORE-IMAGE.
           MOVE PT-CONTRACT-RATE TO FS-CONTRACT-RATE.
           MOVE PT-CONTRACT-MAX  TO FS-CONTRACT-MAX.
           IF FEESCHED-FOUND
               MOVE FS-FEE-REC TO CJP-AFTER-IMAGE
               REWRITE FS-FEE-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 865-JOURNAL-CHANGE THRU 865-EXIT
           ELSE
               MOVE SPACES TO FS-FEE-REC
               MOVE PT-PROVIDER-NO   TO FS-PROVIDER-NO
               MOVE PT-POLICY-TYPE   TO FS-POLICY-TYPE
               MOVE PT-CONTRACT-RATE TO FS-CONTRACT-RATE
               MOVE PT-CONTRACT-MAX  TO FS-CONTRACT-MAX
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE FS-FEE-REC TO CJP-AFTER-IMAGE
               WRITE FS-FEE-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 865-JOURNAL-CHANGE THRU 865-EXIT.
           ADD +1 TO FEES-SET.
       500-EXIT.
           EXIT.

       550-REMOVE-FEE-SCHEDULE.
           MOVE "550-REMOVE-FEE-SCHEDULE" TO PARA-NAME.
           MOVE PT-PROVIDER-NO TO FS-PROVIDER-NO.
           MOVE PT-POLICY-TYPE TO FS-POLICY-TYPE.
           READ FEESCHED.
           MOVE FS-FEE-REC TO CJP-BEFORE-IMAGE.
           IF FEESCHED-FOUND
               MOVE SPACES TO CJP-AFTER-IMAGE
               DELETE FEESCHED RECORD
               MOVE 'D' TO CJP-ACTION
               PERFORM 865-JOURNAL-CHANGE THRU 865-EXIT
               ADD +1 TO FEES-REMOVED
           ELSE
               MOVE 'FEE SCHEDULE ENTRY NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT.
       550-EXIT.
           EXIT.

      * A new enrollment and a changed bank account both start the
      * prenote cycle over - the account has to prove out before
      * CLAIMPAY sends live credits to it.
       600-ENROLL-EFT.
           MOVE "600-ENROLL-EFT" TO PARA-NAME.
           MOVE PT-PROVIDER-NO TO PV-PROVIDER-NO.
           READ PROVMSTR.
           MOVE PV-PROVIDER-REC TO CJP-BEFORE-IMAGE.
           IF NOT PROVMSTR-FOUND
               MOVE 'PROVIDER NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 600-EXIT.
           IF PV-TERMINATED
               MOVE 'PROVIDER IS TERMINATED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 600-EXIT.
           IF PT-ACCOUNT-NBR = SPACES
               MOVE 'BANK ACCOUNT NUMBER MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 600-EXIT.
           MOVE PT-ROUTING-FULL (1:8)   TO PV-EFT-ROUTING-NBR.
           MOVE PT-ROUTING-FULL (9:1)   TO PV-EFT-CHECK-DIGIT.
           MOVE PT-ACCOUNT-NBR          TO PV-EFT-ACCOUNT-NBR.
           IF PT-ACCOUNT-TYPE = 'S'
               MOVE 'S' TO PV-EFT-ACCOUNT-TYPE
           ELSE
               MOVE 'C' TO PV-EFT-ACCOUNT-TYPE.
           MOVE 'P'          TO PV-EFT-STATUS.
           MOVE CURR-DATE-WS TO PV-EFT-PRENOTE-DATE.
           MOVE PV-PROVIDER-REC TO CJP-AFTER-IMAGE.
           REWRITE PV-PROVIDER-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO EFT-ENROLLED.
       600-EXIT.
           EXIT.

       650-CANCEL-EFT.
           MOVE "650-CANCEL-EFT" TO PARA-NAME.
           MOVE PT-PROVIDER-NO TO PV-PROVIDER-NO.
           READ PROVMSTR.
           MOVE PV-PROVIDER-REC TO CJP-BEFORE-IMAGE.
           IF NOT PROVMSTR-FOUND
               MOVE 'PROVIDER NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 650-EXIT.
           IF PV-EFT-STATUS = SPACE OR PV-EFT-INACTIVE
               MOVE 'PROVIDER NOT ENROLLED FOR EFT' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 650-EXIT.
           MOVE 'I' TO PV-EFT-STATUS.
           MOVE PV-PROVIDER-REC TO CJP-AFTER-IMAGE.
           REWRITE PV-PROVIDER-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO EFT-CANCELLED.
       650-EXIT.
           EXIT.

      * The W-9 replaces whatever was on file. A terminated provider
      * can still be given one - the year's payments to it are
      * reported all the same.
       670-SET-TAX-ID.
           MOVE "670-SET-TAX-ID" TO PARA-NAME.
           MOVE PT-PROVIDER-NO TO PV-PROVIDER-NO.
           READ PROVMSTR.
           MOVE PV-PROVIDER-REC TO CJP-BEFORE-IMAGE.
           IF NOT PROVMSTR-FOUND
               MOVE 'PROVIDER NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 670-EXIT.
           IF PT-TAX-ID-NO NOT NUMERIC
               MOVE 'TAX ID MUST BE NINE DIGITS' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 670-EXIT.
           IF PT-TIN-TYPE NOT = 'E' AND NOT = 'S'
               MOVE 'TIN TYPE MUST BE E OR S' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 670-EXIT.
           IF PT-1099-SW NOT = 'Y' AND NOT = 'N'
               MOVE '1099 FLAG MUST BE Y OR N' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 670-EXIT.
           MOVE PT-TAX-ID-NO TO PV-TAX-ID.
           MOVE PT-TIN-TYPE  TO PV-TIN-TYPE.
           MOVE PT-1099-SW   TO PV-1099-SW.
           MOVE PV-PROVIDER-REC TO CJP-AFTER-IMAGE.
           REWRITE PV-PROVIDER-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TAX-IDS-SET.
       670-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE PT-TRANS-CODE  TO RJ-TRANS-CODE.
           MOVE PT-PROVIDER-NO TO RJ-PROVIDER-NO.
               CLOSE PROVMSTR
               OPEN I-O PROVMSTR
           END-IF.
           OPEN I-O FEESCHED.
           IF FEESCHED-MISSING
               OPEN OUTPUT FEESCHED
               CLOSE FEESCHED
               OPEN I-O FEESCHED
           END-IF.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE PROVTRAN, PROVMSTR, FEESCHED, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, PROVMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per provider field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'PROVMNT'      TO CJP-PROGRAM.
           MOVE 'PROVMSTR'     TO CJP-FILE-ID.
           MOVE PT-PROVIDER-NO TO CJP-KEY.
           MOVE PT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, PROVMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

      * One journal record per fee schedule field the transaction
      * changed, from the before and after images set up above.
       865-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'PROVMNT'      TO CJP-PROGRAM.
           MOVE 'FEESCHED'     TO CJP-FILE-ID.
           MOVE FS-FEE-KEY     TO CJP-KEY.
           MOVE PT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, FEESCHED-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       865-EXIT.
           EXIT.

       900-READ-PROVTRAN.
           READ PROVTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
           MOVE TRANS-TERMINATED   TO PS-TERMINATED-O.
           MOVE TRANS-REJECTED     TO PS-REJECTED-O.
           WRITE SYSOUT-REC FROM PROV-SUMMARY-LINE.
           MOVE FEES-SET           TO FS-SET-O.
           MOVE FEES-REMOVED       TO FS-REMOVED-O.
           WRITE SYSOUT-REC FROM FEE-SUMMARY-LINE.
           MOVE EFT-ENROLLED       TO ES-ENROLLED-O.
           MOVE EFT-CANCELLED      TO ES-CANCELLED-O.
           MOVE TAX-IDS-SET        TO ES-TAX-IDS-O.
           WRITE SYSOUT-REC FROM EFT-SUMMARY-LINE.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
