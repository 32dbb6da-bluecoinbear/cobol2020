       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CMPLMNT.
      * Maintenance of the policyholder contact and complaint log.
      * Modeled on SUBRMNT: a batch transaction file against the
      * keyed log, rejects to SYSOUT and a summary line at end of
      * run. An open transaction logs a new call, letter or
      * department referral against a policy on the master, taking
      * the next free sequence for the policy and day; the claim it
      * concerns must be on the claim history and the reason code
      * on RSNCODES. An update transaction reassigns or reclassifies
      * an open item field by field, a close transaction records
      * the disposition and resolution, and a reopen puts a closed
      * item back to work.
      * Every complaint log field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPLTRAN  ASSIGN TO CMPLTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CMPLTRAN-ST.
           SELECT CMPLLOG   ASSIGN TO CMPLLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CL-LOG-KEY
                  FILE STATUS IS CMPLLOG-STATUS.
           SELECT POLMSTR   ASSIGN TO POLMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS POL-POLICY-NO
                  FILE STATUS IS POLMSTR-STATUS.
           SELECT CLMHIST   ASSIGN TO CLMHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CH-HIST-KEY
                  FILE STATUS IS CLMHIST-STATUS.
           SELECT RSNCODES  ASSIGN TO RSNCODES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RC-REASON-CODE
                  FILE STATUS IS RSNCODES-STATUS.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  CMPLTRAN
           RECORD CONTAINS 108 CHARACTERS.
       01  CMPLTRAN-REC.
           05 CT-TRANS-CODE                     PIC X(01).
               88 CT-OPEN                                   VALUE 'O'.
               88 CT-UPDATE                                 VALUE 'U'.
               88 CT-CLOSE                                  VALUE 'C'.
               88 CT-REOPEN                                 VALUE 'R'.
           05 CT-POLICY-NO                      PIC 9(09).
      * On an open, the date the contact came in - blank or zero
      * logs it on the business date - and the sequence is assigned.
      * Every other transaction names the item by all three.
           05 CT-OPEN-DATE                      PIC 9(08).
           05 CT-LOG-SEQ                        PIC 9(02).
           05 CT-ITEM-TYPE                      PIC X(01).
           05 CT-SOURCE                         PIC X(01).
           05 CT-CATEGORY                       PIC X(01).
           05 CT-CLAIM-SEQ                      PIC 9(04).
           05 CT-REASON-CODE                    PIC X(04).
           05 CT-HANDLER-ID                     PIC X(08).
           05 CT-DISPOSITION                    PIC X(01).
      * The summary of the contact on an open or update, the
      * resolution on a close.
           05 CT-TEXT                           PIC X(50).
           05 FILLER                            PIC X(10).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 CT-OPERATOR-ID                    PIC X(08).

       FD  CMPLLOG
           RECORD CONTAINS 180 CHARACTERS.
           COPY CMPLLOG.

       FD  POLMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY POLMSTR.

       FD  CLMHIST
           RECORD CONTAINS 120 CHARACTERS.
           COPY CLMHIST.

       FD  RSNCODES
           RECORD CONTAINS 60 CHARACTERS.
           COPY RSNCODES.

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
           COPY RUNPARM.

       FD  SYSOUT
           RECORD CONTAINS 110 CHARACTERS.
       01  SYSOUT-REC                           PIC X(110).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 SEQ-FOUND-SW                      PIC X(01)  VALUE 'N'.
               88 FREE-SEQ-FOUND                           VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 CMPLTRAN-ST                       PIC X(02).
               88 CMPLTRAN-OK                              VALUE '00'.
           05 CMPLLOG-STATUS                    PIC X(02).
               88 CMPLLOG-FOUND                            VALUE '00'.
               88 CMPLLOG-MISSING                          VALUE '35'.
           05 POLMSTR-STATUS                    PIC X(02).
               88 POLMSTR-FOUND                            VALUE '00'.
           05 CLMHIST-STATUS                    PIC X(02).
               88 CLMHIST-FOUND                            VALUE '00'.
           05 RSNCODES-STATUS                   PIC X(02).
               88 RSNCODES-FOUND                           VALUE '00'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-OPENED                      PIC 9(07)  VALUE ZERO.
           05 TRANS-UPDATED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-CLOSED                      PIC 9(07)  VALUE ZERO.
           05 TRANS-REOPENED                    PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.

       01  DATE-FIELDS-WS.
           05 BUSINESS-DATE-WS                  PIC 9(08)  VALUE ZERO.

       77  NEXT-SEQ-WS                          PIC 9(03)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  ABEND-SUMMARY-HDR.
           05 FILLER                            PIC X(22)
                  VALUE '*** ABEND SUMMARY ***'.

       01  ABEND-SUMMARY-LINE-1.
           05 FILLER                            PIC X(11)
                  VALUE 'PARAGRAPH: '.
           05 AR-PARA-NAME                      PIC X(25).

       01  ABEND-SUMMARY-LINE-2.
           05 FILLER                            PIC X(08)
                  VALUE 'REASON: '.
           05 AR-ABEND-REASON                   PIC X(45).

       01  CMPL-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-TRANS-CODE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-POLICY-NO                      PIC 9(09).
           05 FILLER                            PIC X(01) VALUE '-'.
           05 RJ-OPEN-DATE                      PIC 9(08).
           05 FILLER                            PIC X(01) VALUE '-'.
           05 RJ-LOG-SEQ                        PIC 9(02).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  CMPL-OPENED-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'LOGGED   -   '.
           05 OL-ITEM-TYPE                      PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 OL-POLICY-NO                      PIC 9(09).
           05 FILLER                            PIC X(01) VALUE '-'.
           05 OL-OPEN-DATE                      PIC 9(08).
           05 FILLER                            PIC X(01) VALUE '-'.
           05 OL-LOG-SEQ                        PIC 9(02).

       01  CMPL-SUMMARY-LINE.
           05 FILLER                            PIC X(12)
                  VALUE 'TRANS READ: '.
           05 SS-TRANS-READ-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(10)
                  VALUE '  OPENED: '.
           05 SS-OPENED-O                       PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(11)
                  VALUE '  UPDATED: '.
           05 SS-UPDATED-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(10)
                  VALUE '  CLOSED: '.
           05 SS-CLOSED-O                       PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  REOPENED: '.
           05 SS-REOPENED-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(12)
                  VALUE '  REJECTED: '.
           05 SS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * complaint log master's fields.
           COPY CHGJPARM.
       01  CMPLLOG-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 017.
           05 FILLER                            PIC X(32)
                  VALUE 'CL-POLICY-NO            0001009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CL-OPEN-DATE            0010008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CL-LOG-SEQ              0018002N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CL-ITEM-TYPE            0020001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CL-SOURCE               0021001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CL-CATEGORY             0022001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CL-CLAIM-SEQ            0023004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CL-REASON-CODE          0027004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CL-HANDLER-ID           0031008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CL-STATUS               0039001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CL-SUMMARY              0040040N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CL-SUMMARY              0080010N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CL-DISPOSITION          0090001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CL-RESOLUTION           0091040N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CL-RESOLUTION           0131010N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CL-CLOSE-DATE           0141008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'CL-LAST-ACTIVITY-DATE   0149008N'.

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
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS THRU 050-EXIT.
           PERFORM 800-OPEN-FILES.
           PERFORM 900-READ-CMPLTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY COMPLAINT TRANSACTION FILE"
                                                  TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

      * Log activity is dated with the shared business date when
      * the job driver supplies one, today's otherwise.
       050-CHECK-RUN-PARAMETERS.
           OPEN INPUT RUNPARM.
           IF RUNPARM-OK
               READ RUNPARM INTO RUNPARM-REC
                   AT END MOVE SPACE TO RP-DATE-OVERRIDE-SW
               END-READ
               CLOSE RUNPARM
               IF RP-DATE-OVERRIDDEN
                   MOVE RP-BUSINESS-DATE TO BUSINESS-DATE-WS
               END-IF
           END-IF.
       050-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-PROCESS-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-CMPLTRAN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           IF CT-OPEN
               PERFORM 400-OPEN-ITEM THRU 400-EXIT
               GO TO 300-EXIT.
           MOVE CT-POLICY-NO TO CL-POLICY-NO.
           MOVE CT-OPEN-DATE TO CL-OPEN-DATE.
           MOVE CT-LOG-SEQ   TO CL-LOG-SEQ.
           READ CMPLLOG.
           MOVE CL-LOG-REC TO CJP-BEFORE-IMAGE.
           IF NOT CMPLLOG-FOUND
               MOVE 'NO LOG ITEM ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           EVALUATE TRUE
               WHEN CT-UPDATE
                   PERFORM 450-UPDATE-ITEM THRU 450-EXIT
               WHEN CT-CLOSE
                   PERFORM 480-CLOSE-ITEM THRU 480-EXIT
               WHEN CT-REOPEN
                   PERFORM 490-REOPEN-ITEM THRU 490-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

      * A new item must name a policy on the master and say what
      * kind of contact it was and what it is about. It is filed
      * under the first sequence not yet used for the policy that
      * day.
       400-OPEN-ITEM.
           MOVE "400-OPEN-ITEM" TO PARA-NAME.
           IF CT-OPEN-DATE NOT NUMERIC OR CT-OPEN-DATE = ZERO
               MOVE BUSINESS-DATE-WS TO CT-OPEN-DATE.
           IF CT-OPEN-DATE > BUSINESS-DATE-WS
               MOVE 'OPEN DATE IN THE FUTURE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE CT-POLICY-NO TO POL-POLICY-NO.
           READ POLMSTR.
           IF NOT POLMSTR-FOUND
               MOVE 'POLICY NOT ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE SPACES TO CL-LOG-REC.
           MOVE CT-ITEM-TYPE TO CL-ITEM-TYPE.
           IF NOT CL-VALID-ITEM-TYPE
               MOVE 'INVALID ITEM TYPE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE CT-SOURCE TO CL-SOURCE.
           IF NOT CL-VALID-SOURCE
               MOVE 'INVALID CONTACT SOURCE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF CT-CATEGORY NOT NUMERIC
               MOVE 'INVALID CATEGORY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE CT-CATEGORY TO CL-CATEGORY.
           IF NOT CL-VALID-CATEGORY
               MOVE 'INVALID CATEGORY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF CT-TEXT = SPACES
               MOVE 'CONTACT SUMMARY MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           PERFORM 600-EDIT-CLAIM-AND-REASON THRU 600-EXIT.
           IF RJ-REASON NOT = SPACES
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE CT-POLICY-NO TO CL-POLICY-NO.
           MOVE CT-OPEN-DATE TO CL-OPEN-DATE.
           MOVE 'N' TO SEQ-FOUND-SW.
           MOVE 1 TO NEXT-SEQ-WS.
           PERFORM 420-TRY-NEXT-SEQ THRU 420-EXIT
               UNTIL FREE-SEQ-FOUND OR NEXT-SEQ-WS > 99.
           IF NOT FREE-SEQ-FOUND
               MOVE 'NO FREE SEQUENCE FOR THE DAY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE SPACES           TO CL-LOG-REC.
           MOVE CT-POLICY-NO     TO CL-POLICY-NO.
           MOVE CT-OPEN-DATE     TO CL-OPEN-DATE.
           MOVE NEXT-SEQ-WS      TO CL-LOG-SEQ.
           MOVE CT-ITEM-TYPE     TO CL-ITEM-TYPE.
           MOVE CT-SOURCE        TO CL-SOURCE.
           MOVE CT-CATEGORY      TO CL-CATEGORY.
           IF CT-CLAIM-SEQ NUMERIC
               MOVE CT-CLAIM-SEQ TO CL-CLAIM-SEQ
           ELSE
               MOVE ZERO         TO CL-CLAIM-SEQ.
           MOVE CT-REASON-CODE   TO CL-REASON-CODE.
           MOVE CT-HANDLER-ID    TO CL-HANDLER-ID.
           MOVE 'O'              TO CL-STATUS.
           MOVE CT-TEXT          TO CL-SUMMARY.
           MOVE ZERO             TO CL-CLOSE-DATE.
           MOVE BUSINESS-DATE-WS TO CL-LAST-ACTIVITY-DATE.
           MOVE SPACES TO CJP-BEFORE-IMAGE.
           MOVE CL-LOG-REC TO CJP-AFTER-IMAGE.
           WRITE CL-LOG-REC.
           MOVE 'A' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           MOVE CL-ITEM-TYPE TO OL-ITEM-TYPE.
           MOVE CL-POLICY-NO TO OL-POLICY-NO.
           MOVE CL-OPEN-DATE TO OL-OPEN-DATE.
           MOVE CL-LOG-SEQ   TO OL-LOG-SEQ.
           WRITE SYSOUT-REC FROM CMPL-OPENED-LINE.
           ADD +1 TO TRANS-OPENED.
       400-EXIT.
           EXIT.

      * A sequence already in use reads its item into the record
      * area, so 400 builds the new item only once a free one is
      * found.
       420-TRY-NEXT-SEQ.
           MOVE NEXT-SEQ-WS TO CL-LOG-SEQ.
           READ CMPLLOG.
           MOVE CL-LOG-REC TO CJP-BEFORE-IMAGE.
           IF CMPLLOG-FOUND
               ADD 1 TO NEXT-SEQ-WS
           ELSE
               MOVE 'Y' TO SEQ-FOUND-SW.
       420-EXIT.
           EXIT.

      * Fields keyed on an update replace what is on the item - a
      * blank or zero field leaves the old value.
       450-UPDATE-ITEM.
           MOVE "450-UPDATE-ITEM" TO PARA-NAME.
           IF NOT CL-OPEN-ITEM
               MOVE 'ITEM IS CLOSED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 450-EXIT.
           IF CT-ITEM-TYPE NOT = SPACE
               IF CT-ITEM-TYPE NOT = 'C' AND CT-ITEM-TYPE NOT = 'I'
                   MOVE 'INVALID ITEM TYPE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 450-EXIT.
           IF CT-SOURCE NOT = SPACE
               IF CT-SOURCE NOT = 'P' AND CT-SOURCE NOT = 'L'
                  AND CT-SOURCE NOT = 'E' AND CT-SOURCE NOT = 'D'
                   MOVE 'INVALID CONTACT SOURCE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 450-EXIT.
           IF CT-CATEGORY NOT = SPACE
               IF CT-CATEGORY < '1' OR CT-CATEGORY > '8'
                   MOVE 'INVALID CATEGORY' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 450-EXIT.
           PERFORM 600-EDIT-CLAIM-AND-REASON THRU 600-EXIT.
           IF RJ-REASON NOT = SPACES
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 450-EXIT.
           IF CT-ITEM-TYPE NOT = SPACE
               MOVE CT-ITEM-TYPE   TO CL-ITEM-TYPE.
           IF CT-SOURCE NOT = SPACE
               MOVE CT-SOURCE      TO CL-SOURCE.
           IF CT-CATEGORY NOT = SPACE
               MOVE CT-CATEGORY    TO CL-CATEGORY.
           IF CT-CLAIM-SEQ NUMERIC AND CT-CLAIM-SEQ NOT = ZERO
               MOVE CT-CLAIM-SEQ   TO CL-CLAIM-SEQ.
           IF CT-REASON-CODE NOT = SPACES
               MOVE CT-REASON-CODE TO CL-REASON-CODE.
           IF CT-HANDLER-ID NOT = SPACES
               MOVE CT-HANDLER-ID  TO CL-HANDLER-ID.
           IF CT-TEXT NOT = SPACES
               MOVE CT-TEXT        TO CL-SUMMARY.
           MOVE BUSINESS-DATE-WS TO CL-LAST-ACTIVITY-DATE.
           MOVE CL-LOG-REC TO CJP-AFTER-IMAGE.
           REWRITE CL-LOG-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-UPDATED.
       450-EXIT.
           EXIT.

      * An item is closed only with a disposition and the
      * resolution the policyholder was given.
       480-CLOSE-ITEM.
           MOVE "480-CLOSE-ITEM" TO PARA-NAME.
           IF NOT CL-OPEN-ITEM
               MOVE 'ITEM ALREADY CLOSED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 480-EXIT.
           IF CT-DISPOSITION NOT = 'U' AND CT-DISPOSITION NOT = 'N'
              AND CT-DISPOSITION NOT = 'P'
              AND CT-DISPOSITION NOT = 'W'
               MOVE 'INVALID DISPOSITION' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 480-EXIT.
           IF CT-TEXT = SPACES
               MOVE 'RESOLUTION MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 480-EXIT.
           IF CT-HANDLER-ID NOT = SPACES
               MOVE CT-HANDLER-ID  TO CL-HANDLER-ID.
           MOVE 'C'              TO CL-STATUS.
           MOVE CT-DISPOSITION   TO CL-DISPOSITION.
           MOVE CT-TEXT          TO CL-RESOLUTION.
           MOVE BUSINESS-DATE-WS TO CL-CLOSE-DATE.
           MOVE BUSINESS-DATE-WS TO CL-LAST-ACTIVITY-DATE.
           MOVE CL-LOG-REC TO CJP-AFTER-IMAGE.
           REWRITE CL-LOG-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-CLOSED.
       480-EXIT.
           EXIT.

      * A reopened item goes back to open with its old resolution
      * cleared; it is aged from its original open date.
       490-REOPEN-ITEM.
           MOVE "490-REOPEN-ITEM" TO PARA-NAME.
           IF NOT CL-CLOSED-ITEM
               MOVE 'ITEM IS NOT CLOSED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 490-EXIT.
           MOVE 'O'              TO CL-STATUS.
           MOVE SPACE            TO CL-DISPOSITION.
           MOVE SPACES           TO CL-RESOLUTION.
           MOVE ZERO             TO CL-CLOSE-DATE.
           MOVE BUSINESS-DATE-WS TO CL-LAST-ACTIVITY-DATE.
           MOVE CL-LOG-REC TO CJP-AFTER-IMAGE.
           REWRITE CL-LOG-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-REOPENED.
       490-EXIT.
           EXIT.

      * The claim an item is about must be one of the policy's
      * claims on the history, and a reason code must be one the
      * claims run can actually give. Leaves RJ-REASON set when
      * either is wrong.
       600-EDIT-CLAIM-AND-REASON.
           MOVE SPACES TO RJ-REASON.
           IF CT-CLAIM-SEQ NUMERIC AND CT-CLAIM-SEQ NOT = ZERO
               MOVE CT-POLICY-NO TO CH-POLICY-NO
               MOVE CT-CLAIM-SEQ TO CH-CLAIM-SEQ
               READ CLMHIST
               IF NOT CLMHIST-FOUND
                   MOVE 'CLAIM NOT ON HISTORY' TO RJ-REASON
                   GO TO 600-EXIT.
           IF CT-REASON-CODE NOT = SPACES
               MOVE CT-REASON-CODE TO RC-REASON-CODE
               READ RSNCODES
               IF NOT RSNCODES-FOUND
                   MOVE 'REASON CODE NOT ON FILE' TO RJ-REASON.
       600-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE CT-TRANS-CODE TO RJ-TRANS-CODE.
           MOVE CT-POLICY-NO  TO RJ-POLICY-NO.
           MOVE CT-OPEN-DATE  TO RJ-OPEN-DATE.
           MOVE CT-LOG-SEQ    TO RJ-LOG-SEQ.
           WRITE SYSOUT-REC FROM CMPL-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT CMPLTRAN.
           OPEN I-O CMPLLOG.
           IF CMPLLOG-MISSING
               OPEN OUTPUT CMPLLOG
               CLOSE CMPLLOG
               OPEN I-O CMPLLOG
           END-IF.
           OPEN INPUT POLMSTR, CLMHIST, RSNCODES.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE CMPLTRAN, CMPLLOG, POLMSTR, CLMHIST, RSNCODES,
                 SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, CMPLLOG-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per complaint log field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'CMPLMNT'      TO CJP-PROGRAM.
           MOVE 'CMPLLOG'      TO CJP-FILE-ID.
           MOVE CL-LOG-KEY     TO CJP-KEY.
           MOVE CT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, CMPLLOG-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-CMPLTRAN.
           READ CMPLTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO SS-TRANS-READ-O.
           MOVE TRANS-OPENED       TO SS-OPENED-O.
           MOVE TRANS-UPDATED      TO SS-UPDATED-O.
           MOVE TRANS-CLOSED       TO SS-CLOSED-O.
           MOVE TRANS-REOPENED     TO SS-REOPENED-O.
           MOVE TRANS-REJECTED     TO SS-REJECTED-O.
           WRITE SYSOUT-REC FROM CMPL-SUMMARY-LINE.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           WRITE SYSOUT-REC FROM ABEND-SUMMARY-HDR.
           MOVE PARA-NAME TO AR-PARA-NAME.
           WRITE SYSOUT-REC FROM ABEND-SUMMARY-LINE-1.
           MOVE ABEND-REASON TO AR-ABEND-REASON.
           WRITE SYSOUT-REC FROM ABEND-SUMMARY-LINE-2.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "*** ABNORMAL END OF JOB - CMPLMNT ***"
               UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
