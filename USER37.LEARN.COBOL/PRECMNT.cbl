       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRECMNT.
      * Utilization review maintenance for the admission
      * pre-certification file HOSPADMT builds. Modeled on MEMBMNT:
      * a batch transaction file against the keyed master, rejects
      * to SYSOUT and a summary line at end of run. The reviewer
      * approves a requested stay with an authorization number and
      * the number of inpatient days authorized, denies it, or -
      * on concurrent review of a stay running long - changes the
      * days on an authorization already granted. A denied request
      * can be approved on reconsideration. Every decision is
      * stamped with the reviewer and the business date.
      * Every precertification field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECTRAN  ASSIGN TO PRECTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PRECTRAN-ST.
           SELECT PRECERT   ASSIGN TO PRECERT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PC-PRECERT-KEY
                  FILE STATUS IS PRECERT-STATUS.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PRECTRAN
           RECORD CONTAINS 80 CHARACTERS.
       01  PRECTRAN-REC.
           05 PX-TRANS-CODE                     PIC X(01).
               88 PX-APPROVE                                VALUE 'A'.
               88 PX-DENY                                   VALUE 'D'.
               88 PX-CHANGE-DAYS                            VALUE 'C'.
           05 PX-POLICY-NO                      PIC 9(09).
           05 PX-MEMBER-SEQ                     PIC 9(02).
           05 PX-ADMIT-DATE                     PIC 9(08).
           05 PX-AUTH-NO                        PIC X(10).
           05 PX-APPROVED-DAYS                  PIC 9(03).
           05 PX-REVIEWER-ID                    PIC X(08).
           05 FILLER                            PIC X(39).

       FD  PRECERT
           RECORD CONTAINS 80 CHARACTERS.
           COPY PRECERT.

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

       01  FILE-STATUS-WS.
           05 PRECTRAN-ST                       PIC X(02).
               88 PRECTRAN-OK                              VALUE '00'.
           05 PRECERT-STATUS                    PIC X(02).
               88 PRECERT-FOUND                            VALUE '00'.
               88 PRECERT-MISSING                          VALUE '35'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-APPROVED                    PIC 9(07)  VALUE ZERO.
           05 TRANS-DENIED                      PIC 9(07)  VALUE ZERO.
           05 TRANS-CHANGED                     PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.

       01  DATE-FIELDS-WS.
           05 BUSINESS-DATE-WS                  PIC 9(08)  VALUE ZERO.

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

       01  PREC-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-TRANS-CODE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-POLICY-NO                      PIC 9(09).
           05 FILLER                            PIC X(01) VALUE '-'.
           05 RJ-MEMBER-SEQ                     PIC 9(02).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-ADMIT-DATE                     PIC 9(08).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  PREC-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
                  VALUE 'TRANS READ:      '.
           05 PS-TRANS-READ-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'APPROVED: '.
           05 PS-APPROVED-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'DENIED:   '.
           05 PS-DENIED-O                       PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'CHANGED:  '.
           05 PS-CHANGED-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * precertification master's fields.
           COPY CHGJPARM.
       01  PRECERT-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 011.
           05 FILLER                            PIC X(32)
                  VALUE 'PC-POLICY-NO            0001009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PC-MEMBER-SEQ           0010002N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PC-ADMIT-DATE           0012008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PC-PATIENT-ID           0020009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PC-DIAG-CODE            0029006N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PC-REQUEST-DATE         0035008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PC-STATUS               0043001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PC-AUTH-NO              0044010N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PC-APPROVED-DAYS        0054003N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PC-REVIEWER-ID          0057008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'PC-DECISION-DATE        0065008N'.

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
           PERFORM 900-READ-PRECTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY PRE-CERT TRANSACTION FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

      * Decisions are dated with the shared business date when the
      * job driver supplies one, today's otherwise.
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
           PERFORM 900-READ-PRECTRAN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           MOVE PX-POLICY-NO  TO PC-POLICY-NO.
           MOVE PX-MEMBER-SEQ TO PC-MEMBER-SEQ.
           MOVE PX-ADMIT-DATE TO PC-ADMIT-DATE.
           READ PRECERT.
           MOVE PC-PRECERT-REC TO CJP-BEFORE-IMAGE.
           IF NOT PRECERT-FOUND
               MOVE 'NO PRE-CERT REQUEST ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF PX-REVIEWER-ID = SPACES
               MOVE 'REVIEWER ID MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           EVALUATE TRUE
               WHEN PX-APPROVE
                   PERFORM 400-APPROVE-STAY THRU 400-EXIT
               WHEN PX-DENY
                   PERFORM 450-DENY-STAY THRU 450-EXIT
               WHEN PX-CHANGE-DAYS
                   PERFORM 480-CHANGE-DAYS THRU 480-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

      * An approval needs the authorization number the reviewer
      * issued and at least one authorized day. An emergency
      * admission is already authorized and only takes a change.
       400-APPROVE-STAY.
           MOVE "400-APPROVE-STAY" TO PARA-NAME.
           IF PC-AUTHORIZED
               MOVE 'STAY ALREADY AUTHORIZED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF PX-AUTH-NO = SPACES
               MOVE 'AUTHORIZATION NUMBER MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF PX-APPROVED-DAYS NOT NUMERIC OR PX-APPROVED-DAYS = ZERO
               MOVE 'APPROVED DAYS MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE 'A'              TO PC-STATUS.
           MOVE PX-AUTH-NO       TO PC-AUTH-NO.
           MOVE PX-APPROVED-DAYS TO PC-APPROVED-DAYS.
           PERFORM 490-STAMP-DECISION THRU 490-EXIT.
           MOVE PC-PRECERT-REC TO CJP-AFTER-IMAGE.
           REWRITE PC-PRECERT-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-APPROVED.
       400-EXIT.
           EXIT.

      * Only a request still waiting on review can be denied; an
      * authorization already granted is cut back with a change.
       450-DENY-STAY.
           MOVE "450-DENY-STAY" TO PARA-NAME.
           IF NOT PC-REQUESTED
               MOVE 'REQUEST NOT AWAITING REVIEW' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 450-EXIT.
           MOVE 'D'  TO PC-STATUS.
           MOVE ZERO TO PC-APPROVED-DAYS.
           PERFORM 490-STAMP-DECISION THRU 490-EXIT.
           MOVE PC-PRECERT-REC TO CJP-AFTER-IMAGE.
           REWRITE PC-PRECERT-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-DENIED.
       450-EXIT.
           EXIT.

      * Concurrent review: the authorized days on an approved or
      * emergency stay are extended (or shortened) as the stay
      * goes on. A new authorization number, when keyed, replaces
      * the old one.
       480-CHANGE-DAYS.
           MOVE "480-CHANGE-DAYS" TO PARA-NAME.
           IF NOT PC-AUTHORIZED
               MOVE 'STAY NOT AUTHORIZED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 480-EXIT.
           IF PX-APPROVED-DAYS NOT NUMERIC OR PX-APPROVED-DAYS = ZERO
               MOVE 'APPROVED DAYS MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 480-EXIT.
           MOVE PX-APPROVED-DAYS TO PC-APPROVED-DAYS.
           IF PX-AUTH-NO NOT = SPACES
               MOVE PX-AUTH-NO TO PC-AUTH-NO.
           PERFORM 490-STAMP-DECISION THRU 490-EXIT.
           MOVE PC-PRECERT-REC TO CJP-AFTER-IMAGE.
           REWRITE PC-PRECERT-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-CHANGED.
       480-EXIT.
           EXIT.

       490-STAMP-DECISION.
           MOVE PX-REVIEWER-ID   TO PC-REVIEWER-ID.
           MOVE BUSINESS-DATE-WS TO PC-DECISION-DATE.
       490-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE PX-TRANS-CODE TO RJ-TRANS-CODE.
           MOVE PX-POLICY-NO  TO RJ-POLICY-NO.
           MOVE PX-MEMBER-SEQ TO RJ-MEMBER-SEQ.
           MOVE PX-ADMIT-DATE TO RJ-ADMIT-DATE.
           WRITE SYSOUT-REC FROM PREC-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT PRECTRAN.
           OPEN I-O PRECERT.
           IF PRECERT-MISSING
               OPEN OUTPUT PRECERT
               CLOSE PRECERT
               OPEN I-O PRECERT
           END-IF.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE PRECTRAN, PRECERT, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, PRECERT-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per precertification field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'PRECMNT'      TO CJP-PROGRAM.
           MOVE 'PRECERT'      TO CJP-FILE-ID.
           MOVE PC-PRECERT-KEY TO CJP-KEY.
           MOVE PX-REVIEWER-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, PRECERT-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-PRECTRAN.
           READ PRECTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO PS-TRANS-READ-O.
           MOVE TRANS-APPROVED     TO PS-APPROVED-O.
           MOVE TRANS-DENIED       TO PS-DENIED-O.
           MOVE TRANS-CHANGED      TO PS-CHANGED-O.
           MOVE TRANS-REJECTED     TO PS-REJECTED-O.
           WRITE SYSOUT-REC FROM PREC-SUMMARY-LINE.

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
           DISPLAY "*** ABNORMAL END OF JOB - PRECMNT ***"
               UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
