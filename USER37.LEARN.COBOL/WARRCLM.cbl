       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WARRCLM.
      * Warranty claims against serialized instruments, in the same
      * transaction-file style as RENTMNT. A claim names the unit by
      * serial number and asks for a repair (with the repair shop's
      * cost) or a replacement. The unit must be on the serialized
      * unit history and in the customer's hands, and the claim
      * date must fall inside the warranty period for the unit's
      * quality grade, counted from its sale date; a claim outside
      * it is denied. A replacement ships the oldest unit in stock
      * of the same type and grade to the same customer and invoice
      * - carrying the original sale date, so the warranty does not
      * start over - and costs the replacement unit's cost; the
      * defective unit is marked replaced and goes back to the
      * supplier, not to stock. Every decided claim, denials
      * included, goes on the claim history for WARRRPT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WARRTRAN  ASSIGN TO WARRTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WARRTRAN-ST.
           SELECT SERUNIT   ASSIGN TO SERUNIT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SU-SERIAL-NO
                  ALTERNATE RECORD KEY IS SU-STOCK-KEY
                      WITH DUPLICATES
                  FILE STATUS IS SERUNIT-STATUS.
           SELECT INVMSTR   ASSIGN TO INVMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IV-KEY
                  FILE STATUS IS INVMSTR-STATUS.
           SELECT WARCLAIM  ASSIGN TO WARCLAIM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WARCLAIM-ST.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  WARRTRAN
           RECORD CONTAINS 80 CHARACTERS.
       01  WARRTRAN-REC.
           05 WT-SERIAL-NO                      PIC X(15).
           05 WT-CLAIM-DATE                     PIC 9(08).
           05 WT-REMEDY                         PIC X(01).
               88 WT-REPAIR                                 VALUE 'R'.
               88 WT-REPLACE                                VALUE 'P'.
           05 WT-DEFECT-CODE                    PIC X(04).
           05 WT-REPAIR-COST                    PIC 9(05)V99.
           05 FILLER                            PIC X(45).

       FD  SERUNIT
           RECORD CONTAINS 120 CHARACTERS.
           COPY SERUNIT.

       FD  INVMSTR
           RECORD CONTAINS 40 CHARACTERS.
           COPY INVMSTR.

       FD  WARCLAIM
           RECORD CONTAINS 100 CHARACTERS.
           COPY WARCLAIM.

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.

       01  FILE-STATUS-WS.
           05 WARRTRAN-ST                       PIC X(02).
               88 WARRTRAN-OK                              VALUE '00'.
           05 SERUNIT-STATUS                    PIC X(02).
               88 SERUNIT-FOUND                            VALUE '00'.
               88 SERUNIT-MISSING                          VALUE '35'.
           05 INVMSTR-STATUS                    PIC X(02).
               88 INVMSTR-FOUND                            VALUE '00'.
           05 WARCLAIM-ST                       PIC X(02).
               88 WARCLAIM-OK                              VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 CLAIMS-REPAIRED                   PIC 9(07)  VALUE ZERO.
           05 CLAIMS-REPLACED                   PIC 9(07)  VALUE ZERO.
           05 CLAIMS-DENIED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).
           05 CLAIM-DATE-WS                     PIC 9(08).
           05 UNIT-AGE-DAYS-WS                  PIC S9(07) VALUE ZERO.

      * Warranty period in days by quality grade - used ninety
      * days, new one year, premium two years. A grade not listed
      * gets the new-instrument year.
       01  WARRANTY-PERIOD-VALUES.
           05 FILLER                            PIC X(05)
                  VALUE 'U0090'.
           05 FILLER                            PIC X(05)
                  VALUE 'N0365'.
           05 FILLER                            PIC X(05)
                  VALUE 'P0730'.
       01  WARRANTY-PERIOD-TABLE REDEFINES WARRANTY-PERIOD-VALUES.
           05 WARRANTY-PERIOD OCCURS 3 TIMES INDEXED BY WP-IDX.
               10 WP-QUALITY                    PIC X(01).
               10 WP-DAYS                       PIC 9(04).
       01  WARRANTY-DAYS-WS                     PIC 9(04)  VALUE ZERO.

      * The claimed unit's sale, held while a replacement is taken
      * out of stock in the same record area.
       01  CLAIMED-UNIT-WS.
           05 CU-SERIAL-NO                      PIC X(15).
           05 CU-INSTRUMENT-TYPE                PIC X(06).
           05 CU-QUALITY                        PIC X(01).
           05 CU-SUPPLIER-CODE                  PIC X(10).
           05 CU-ACCT-NO                        PIC X(08).
           05 CU-INVOICE-NO                     PIC 9(08).
           05 CU-SALE-DATE                      PIC 9(08).
       01  REPLACEMENT-SERIAL-WS                PIC X(15)  VALUE SPACES.
       01  CLAIM-COST-WS                        PIC 9(07)V99 VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  WARR-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-SERIAL-NO                      PIC X(15).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  WARR-CLAIM-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'CLAIM    -   '.
           05 WL-SERIAL-NO                      PIC X(15).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 WL-DISPOSITION                    PIC X(24).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 WL-COST-O                         PIC $$$,$$9.99.
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 WL-REPLACEMENT-O                  PIC X(15).

       01  WARR-SUMMARY-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'TRANS READ: '.
           05 PS-TRANS-READ-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(11)
                  VALUE '  REPAIRS: '.
           05 PS-REPAIRED-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  REPLACED: '.
           05 PS-REPLACED-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(10)
                  VALUE '  DENIED: '.
           05 PS-DENIED-O                       PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(07)
                  VALUE '  REJ: '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

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
           PERFORM 900-READ-WARRTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY WARRANTY CLAIM FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-PROCESS-CLAIM THRU 300-EXIT.
           PERFORM 900-READ-WARRTRAN THRU 900-EXIT.

       300-PROCESS-CLAIM.
           MOVE "300-PROCESS-CLAIM" TO PARA-NAME.
           IF WT-CLAIM-DATE NUMERIC AND WT-CLAIM-DATE > ZERO
               MOVE WT-CLAIM-DATE TO CLAIM-DATE-WS
           ELSE
               MOVE CURR-DATE-WS TO CLAIM-DATE-WS.
           PERFORM 310-EDIT-CLAIM THRU 310-EXIT.
           IF RJ-REASON NOT = SPACES
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           PERFORM 320-CHECK-WARRANTY-PERIOD THRU 320-EXIT.
           IF UNIT-AGE-DAYS-WS > WARRANTY-DAYS-WS
               PERFORM 400-DENY-CLAIM THRU 400-EXIT
           ELSE
           IF WT-REPAIR
               PERFORM 420-AUTHORIZE-REPAIR THRU 420-EXIT
           ELSE
               PERFORM 440-AUTHORIZE-REPLACEMENT THRU 440-EXIT.
       300-EXIT.
           EXIT.

      * A unit still in stock was never sold; a unit already
      * replaced is back with the supplier, and any further claim
      * belongs to its replacement.
       310-EDIT-CLAIM.
           MOVE SPACES TO RJ-REASON.
           IF NOT WT-REPAIR AND NOT WT-REPLACE
               MOVE 'INVALID REMEDY CODE' TO RJ-REASON
               GO TO 310-EXIT.
           IF WT-REPAIR
               IF WT-REPAIR-COST NOT NUMERIC
                   OR WT-REPAIR-COST = ZERO
                   MOVE 'REPAIR COST MISSING' TO RJ-REASON
                   GO TO 310-EXIT.
           MOVE WT-SERIAL-NO TO SU-SERIAL-NO.
           READ SERUNIT
               INVALID KEY
                   MOVE 'SERIAL NUMBER NOT ON FILE' TO RJ-REASON
                   GO TO 310-EXIT
           END-READ.
           IF SU-IN-STOCK
               MOVE 'UNIT NEVER SOLD' TO RJ-REASON
               GO TO 310-EXIT.
           IF SU-REPLACED
               MOVE 'UNIT ALREADY REPLACED' TO RJ-REASON
               GO TO 310-EXIT.
           IF CLAIM-DATE-WS < SU-SALE-DATE
               MOVE 'CLAIM DATED BEFORE SALE' TO RJ-REASON
               GO TO 310-EXIT.
           MOVE SU-SERIAL-NO       TO CU-SERIAL-NO.
           MOVE SU-INSTRUMENT-TYPE TO CU-INSTRUMENT-TYPE.
           MOVE SU-QUALITY         TO CU-QUALITY.
           MOVE SU-SUPPLIER-CODE   TO CU-SUPPLIER-CODE.
           MOVE SU-ACCT-NO         TO CU-ACCT-NO.
           MOVE SU-INVOICE-NO      TO CU-INVOICE-NO.
           MOVE SU-SALE-DATE       TO CU-SALE-DATE.
       310-EXIT.
           EXIT.

       320-CHECK-WARRANTY-PERIOD.
           SET WP-IDX TO 1.
           SEARCH WARRANTY-PERIOD
               AT END
                   MOVE 365 TO WARRANTY-DAYS-WS
               WHEN WP-QUALITY(WP-IDX) = CU-QUALITY
                   MOVE WP-DAYS(WP-IDX) TO WARRANTY-DAYS-WS
           END-SEARCH.
           COMPUTE UNIT-AGE-DAYS-WS =
               FUNCTION INTEGER-OF-DATE (CLAIM-DATE-WS)
             - FUNCTION INTEGER-OF-DATE (CU-SALE-DATE).
       320-EXIT.
           EXIT.

       400-DENY-CLAIM.
           MOVE "400-DENY-CLAIM" TO PARA-NAME.
           MOVE ZERO TO CLAIM-COST-WS.
           MOVE SPACES TO REPLACEMENT-SERIAL-WS.
           MOVE 'D' TO WC-DISPOSITION.
           PERFORM 600-WRITE-CLAIM THRU 600-EXIT.
           MOVE 'DENIED - OUT OF WARRANTY' TO WL-DISPOSITION.
           PERFORM 650-WRITE-CLAIM-LINE THRU 650-EXIT.
           ADD +1 TO CLAIMS-DENIED.
       400-EXIT.
           EXIT.

       420-AUTHORIZE-REPAIR.
           MOVE "420-AUTHORIZE-REPAIR" TO PARA-NAME.
           MOVE WT-REPAIR-COST TO CLAIM-COST-WS.
           MOVE SPACES TO REPLACEMENT-SERIAL-WS.
           PERFORM 500-POST-CLAIM-TO-UNIT THRU 500-EXIT.
           MOVE 'R' TO WC-DISPOSITION.
           PERFORM 600-WRITE-CLAIM THRU 600-EXIT.
           MOVE 'REPAIR AUTHORIZED' TO WL-DISPOSITION.
           PERFORM 650-WRITE-CLAIM-LINE THRU 650-EXIT.
           ADD +1 TO CLAIMS-REPAIRED.
       420-EXIT.
           EXIT.

      * The stock index gives the oldest unit in stock of the type
      * and grade. With none on the shelf the claim is rejected to
      * come back once stock is received, or as a repair.
       440-AUTHORIZE-REPLACEMENT.
           MOVE "440-AUTHORIZE-REPLACEMENT" TO PARA-NAME.
           MOVE CU-INSTRUMENT-TYPE TO SU-INSTRUMENT-TYPE.
           MOVE CU-QUALITY TO SU-QUALITY.
           MOVE 'S' TO SU-STATUS.
           START SERUNIT KEY IS EQUAL TO SU-STOCK-KEY
               INVALID KEY
                   MOVE 'NO REPLACEMENT UNIT IN STOCK' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 440-EXIT
           END-START.
           READ SERUNIT NEXT RECORD
               AT END
                   MOVE 'NO REPLACEMENT UNIT IN STOCK' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 440-EXIT
           END-READ.
           IF SU-INSTRUMENT-TYPE NOT = CU-INSTRUMENT-TYPE
               OR SU-QUALITY NOT = CU-QUALITY
               OR NOT SU-IN-STOCK
               MOVE 'NO REPLACEMENT UNIT IN STOCK' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 440-EXIT.
           MOVE SU-SERIAL-NO TO REPLACEMENT-SERIAL-WS.
           MOVE SU-UNIT-COST TO CLAIM-COST-WS.
           MOVE 'O'           TO SU-STATUS.
           MOVE CU-ACCT-NO    TO SU-ACCT-NO.
           MOVE CU-INVOICE-NO TO SU-INVOICE-NO.
           MOVE CU-SALE-DATE  TO SU-SALE-DATE.
           REWRITE SU-SERIAL-UNIT-REC.
           MOVE CU-INSTRUMENT-TYPE TO IV-INSTRUMENT-TYPE.
           MOVE CU-QUALITY TO IV-QUALITY.
           READ INVMSTR.
           IF INVMSTR-FOUND AND IV-ON-HAND > ZERO
               SUBTRACT 1 FROM IV-ON-HAND
               REWRITE IV-INVENTORY-REC
           ELSE
               DISPLAY '*** REPLACEMENT NOT IN ON-HAND COUNT - '
                   CU-INSTRUMENT-TYPE ' ' CU-QUALITY.
           PERFORM 500-POST-CLAIM-TO-UNIT THRU 500-EXIT.
           MOVE 'P' TO WC-DISPOSITION.
           PERFORM 600-WRITE-CLAIM THRU 600-EXIT.
           MOVE 'REPLACEMENT AUTHORIZED' TO WL-DISPOSITION.
           PERFORM 650-WRITE-CLAIM-LINE THRU 650-EXIT.
           ADD +1 TO CLAIMS-REPLACED.
       440-EXIT.
           EXIT.

      * The claimed unit is read back by serial number - a
      * replacement has been through the record area since.
       500-POST-CLAIM-TO-UNIT.
           MOVE CU-SERIAL-NO TO SU-SERIAL-NO.
           READ SERUNIT
               INVALID KEY
                   DISPLAY '*** CLAIMED UNIT NOT RE-READ - '
                       CU-SERIAL-NO
                   GO TO 500-EXIT
           END-READ.
           ADD 1 TO SU-CLAIM-COUNT.
           MOVE CLAIM-DATE-WS TO SU-LAST-CLAIM-DATE.
           ADD CLAIM-COST-WS TO SU-WARRANTY-COST.
           IF REPLACEMENT-SERIAL-WS NOT = SPACES
               MOVE 'X' TO SU-STATUS
               MOVE REPLACEMENT-SERIAL-WS TO SU-REPLACED-BY.
           REWRITE SU-SERIAL-UNIT-REC.
       500-EXIT.
           EXIT.

       600-WRITE-CLAIM.
           MOVE CLAIM-DATE-WS         TO WC-CLAIM-DATE.
           MOVE CU-SERIAL-NO          TO WC-SERIAL-NO.
           MOVE CU-INSTRUMENT-TYPE    TO WC-INSTRUMENT-TYPE.
           MOVE CU-QUALITY            TO WC-QUALITY.
           MOVE CU-SUPPLIER-CODE      TO WC-SUPPLIER-CODE.
           MOVE CU-ACCT-NO            TO WC-ACCT-NO.
           MOVE CU-SALE-DATE          TO WC-SALE-DATE.
           MOVE WT-DEFECT-CODE        TO WC-DEFECT-CODE.
           MOVE CLAIM-COST-WS         TO WC-CLAIM-COST.
           MOVE REPLACEMENT-SERIAL-WS TO WC-REPLACEMENT-SERIAL.
           WRITE WC-WARRANTY-CLAIM-REC.
       600-EXIT.
           EXIT.

       650-WRITE-CLAIM-LINE.
           MOVE CU-SERIAL-NO TO WL-SERIAL-NO.
           MOVE CLAIM-COST-WS TO WL-COST-O.
           MOVE REPLACEMENT-SERIAL-WS TO WL-REPLACEMENT-O.
           WRITE SYSOUT-REC FROM WARR-CLAIM-LINE.
       650-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE WT-SERIAL-NO TO RJ-SERIAL-NO.
           WRITE SYSOUT-REC FROM WARR-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN OUTPUT SYSOUT.
           OPEN INPUT WARRTRAN.
           OPEN I-O SERUNIT.
           IF SERUNIT-MISSING
               MOVE "NO SERIALIZED UNIT HISTORY" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN I-O INVMSTR.
           OPEN EXTEND WARCLAIM.
           IF NOT WARCLAIM-OK
               OPEN OUTPUT WARCLAIM.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE WARRTRAN, SERUNIT, INVMSTR, WARCLAIM, SYSOUT.
       850-EXIT.
           EXIT.

       900-READ-WARRTRAN.
           READ WARRTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO PS-TRANS-READ-O.
           MOVE CLAIMS-REPAIRED    TO PS-REPAIRED-O.
           MOVE CLAIMS-REPLACED    TO PS-REPLACED-O.
           MOVE CLAIMS-DENIED      TO PS-DENIED-O.
           MOVE TRANS-REJECTED     TO PS-REJECTED-O.
           WRITE SYSOUT-REC FROM WARR-SUMMARY-LINE.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           MOVE ABEND-REASON TO SYSOUT-REC.
           WRITE SYSOUT-REC.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "*** ABNORMAL END OF JOB - WARRCLM ***"
               UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
