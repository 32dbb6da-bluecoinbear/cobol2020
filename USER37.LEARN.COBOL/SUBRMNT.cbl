       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUBRMNT.
      * Case maintenance for the subrogation cases CLAIMRPT opens on
      * paid accident claims. Modeled on MEMBMNT: a batch
      * transaction file against the keyed case file, rejects to
      * SYSOUT and a summary line at end of run. A contact
      * transaction records the liable party's carrier or the
      * member's attorney - name, phone and the carrier's own claim
      * number - and puts a new case into pursuit. A status
      * transaction closes a case there is nothing to recover on,
      * or reopens one closed too soon. Cases are only marked
      * recovered by SUBRPOST, when the money is actually in.
      * Every subrogation case field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBRTRAN  ASSIGN TO SUBRTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SUBRTRAN-ST.
           SELECT SUBROCAS  ASSIGN TO SUBROCAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SB-CASE-KEY
                  FILE STATUS IS SUBROCAS-STATUS.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBRTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  SUBRTRAN-REC.
           05 SX-TRANS-CODE                     PIC X(01).
               88 SX-CONTACT                                VALUE 'C'.
               88 SX-STATUS-CHANGE                          VALUE 'S'.
           05 SX-POLICY-NO                      PIC 9(09).
           05 SX-CLAIM-SEQ                      PIC 9(04).
           05 SX-CONTACT-TYPE                   PIC X(01).
           05 SX-CONTACT-NAME                   PIC X(25).
           05 SX-CONTACT-PHONE                  PIC X(10).
           05 SX-CARRIER-CLAIM-NO               PIC X(15).
      * On a status transaction: 'X' closes the case with nothing
      * recovered, 'P' puts a closed case back into pursuit.
           05 SX-NEW-STATUS                     PIC X(01).
           05 FILLER                            PIC X(14).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 SX-OPERATOR-ID                    PIC X(08).

       FD  SUBROCAS
           RECORD CONTAINS 120 CHARACTERS.
           COPY SUBROCAS.

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
           05 SUBRTRAN-ST                       PIC X(02).
               88 SUBRTRAN-OK                              VALUE '00'.
           05 SUBROCAS-STATUS                   PIC X(02).
               88 SUBROCAS-FOUND                           VALUE '00'.
               88 SUBROCAS-MISSING                         VALUE '35'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 TRANS-CONTACTS                    PIC 9(07)  VALUE ZERO.
           05 TRANS-CLOSED                      PIC 9(07)  VALUE ZERO.
           05 TRANS-REOPENED                    PIC 9(07)  VALUE ZERO.
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

       01  SUBR-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-TRANS-CODE                     PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-POLICY-NO                      PIC 9(09).
           05 FILLER                            PIC X(01) VALUE '-'.
           05 RJ-CLAIM-SEQ                      PIC 9(04).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(30).

       01  SUBR-SUMMARY-LINE.
           05 FILLER                            PIC X(17)
                  VALUE 'TRANS READ:      '.
           05 SS-TRANS-READ-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'CONTACTS: '.
           05 SS-CONTACTS-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'CLOSED:   '.
           05 SS-CLOSED-O                       PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(10)
                  VALUE 'REOPENED: '.
           05 SS-REOPENED-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(11)
                  VALUE 'REJECTED:  '.
           05 SS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * subrogation case master's fields.
           COPY CHGJPARM.
       01  SUBROCAS-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 014.
           05 FILLER                            PIC X(32)
                  VALUE 'SB-POLICY-NO            0001009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'SB-CLAIM-SEQ            0010004N'.
           05 FILLER                            PIC X(32)
                  VALUE 'SB-MEMBER-SEQ           0014002N'.
           05 FILLER                            PIC X(32)
                  VALUE 'SB-ACCIDENT-IND         0016001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'SB-SERVICE-DATE         0017008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'SB-OPEN-DATE            0025008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'SB-CLAIM-PAID           0033009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'SB-RECOVERED-AMOUNT     0042009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'SB-STATUS               0051001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'SB-CONTACT-TYPE         0052001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'SB-CONTACT-NAME         0053025N'.
           05 FILLER                            PIC X(32)
                  VALUE 'SB-CONTACT-PHONE        0078010S'.
           05 FILLER                            PIC X(32)
                  VALUE 'SB-CARRIER-CLAIM-NO     0088015N'.
           05 FILLER                            PIC X(32)
                  VALUE 'SB-LAST-ACTIVITY-DATE   0103008N'.

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
           PERFORM 900-READ-SUBRTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY SUBROGATION TRANSACTION FILE"
                                                  TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

      * Case activity is dated with the shared business date when
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
           PERFORM 900-READ-SUBRTRAN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           MOVE SX-POLICY-NO TO SB-POLICY-NO.
           MOVE SX-CLAIM-SEQ TO SB-CLAIM-SEQ.
           READ SUBROCAS.
           MOVE SB-CASE-REC TO CJP-BEFORE-IMAGE.
           IF NOT SUBROCAS-FOUND
               MOVE 'NO SUBROGATION CASE ON FILE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           EVALUATE TRUE
               WHEN SX-CONTACT
                   PERFORM 400-RECORD-CONTACT THRU 400-EXIT
               WHEN SX-STATUS-CHANGE
                   PERFORM 450-CHANGE-STATUS THRU 450-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

      * Contact details replace what is on the case field by field
      * - a blank field leaves the old value - and a new case moves
      * into pursuit.
       400-RECORD-CONTACT.
           MOVE "400-RECORD-CONTACT" TO PARA-NAME.
           IF NOT SB-OPEN-CASE
               MOVE 'CASE IS CLOSED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF SX-CONTACT-TYPE NOT = SPACE
               MOVE SX-CONTACT-TYPE TO SB-CONTACT-TYPE
               IF NOT SB-VALID-CONTACT-TYPE
                   MOVE 'INVALID CONTACT TYPE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 400-EXIT.
           IF SX-CONTACT-NAME = SPACES AND SB-CONTACT-NAME = SPACES
               MOVE 'CONTACT NAME MISSING' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF SX-CONTACT-NAME NOT = SPACES
               MOVE SX-CONTACT-NAME     TO SB-CONTACT-NAME.
           IF SX-CONTACT-PHONE NOT = SPACES
               MOVE SX-CONTACT-PHONE    TO SB-CONTACT-PHONE.
           IF SX-CARRIER-CLAIM-NO NOT = SPACES
               MOVE SX-CARRIER-CLAIM-NO TO SB-CARRIER-CLAIM-NO.
           MOVE 'P'              TO SB-STATUS.
           MOVE BUSINESS-DATE-WS TO SB-LAST-ACTIVITY-DATE.
           MOVE SB-CASE-REC TO CJP-AFTER-IMAGE.
           REWRITE SB-CASE-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
           ADD +1 TO TRANS-CONTACTS.
       400-EXIT.
           EXIT.

       450-CHANGE-STATUS.
           MOVE "450-CHANGE-STATUS" TO PARA-NAME.
           EVALUATE TRUE
               WHEN SX-NEW-STATUS = 'X' AND SB-OPEN-CASE
                   MOVE 'X' TO SB-STATUS
                   ADD +1 TO TRANS-CLOSED
               WHEN SX-NEW-STATUS = 'P' AND SB-CLOSED-NO-RECOVERY
                   MOVE 'P' TO SB-STATUS
                   ADD +1 TO TRANS-REOPENED
               WHEN OTHER
                   MOVE 'STATUS CHANGE NOT ALLOWED' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 450-EXIT
           END-EVALUATE.
           MOVE BUSINESS-DATE-WS TO SB-LAST-ACTIVITY-DATE.
           MOVE SB-CASE-REC TO CJP-AFTER-IMAGE.
           REWRITE SB-CASE-REC.
           MOVE 'C' TO CJP-ACTION.
           PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT.
       450-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE SX-TRANS-CODE TO RJ-TRANS-CODE.
           MOVE SX-POLICY-NO  TO RJ-POLICY-NO.
           MOVE SX-CLAIM-SEQ  TO RJ-CLAIM-SEQ.
           WRITE SYSOUT-REC FROM SUBR-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT SUBRTRAN.
           OPEN I-O SUBROCAS.
           IF SUBROCAS-MISSING
               OPEN OUTPUT SUBROCAS
               CLOSE SUBROCAS
               OPEN I-O SUBROCAS
           END-IF.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE SUBRTRAN, SUBROCAS, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, SUBROCAS-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per subrogation case field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'SUBRMNT'      TO CJP-PROGRAM.
           MOVE 'SUBROCAS'     TO CJP-FILE-ID.
           MOVE SB-CASE-KEY    TO CJP-KEY.
           MOVE SX-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, SUBROCAS-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-SUBRTRAN.
           READ SUBRTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO SS-TRANS-READ-O.
           MOVE TRANS-CONTACTS     TO SS-CONTACTS-O.
           MOVE TRANS-CLOSED       TO SS-CLOSED-O.
           MOVE TRANS-REOPENED     TO SS-REOPENED-O.
           MOVE TRANS-REJECTED     TO SS-REJECTED-O.
           WRITE SYSOUT-REC FROM SUBR-SUMMARY-LINE.

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
           DISPLAY "*** ABNORMAL END OF JOB - SUBRMNT ***"
               UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
