       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ENCENTRY.
      * Outpatient and emergency department encounter entry. Clinic
      * and ER visits that never get a bed are kept on the encounter
      * master instead of PATMSTR: a register transaction opens the
      * visit, charge lines are validated against the CHGCMNT-
      * maintained charge-code master and priced at its rate into
      * the visit's revenue-class buckets exactly as ANCENTRY prices
      * an inpatient's, and a close transaction marks the visit
      * ready for ENCBILL. An ER visit that turns into an admission
      * is converted once HOSPADMT has the stay on PATMSTR: its
      * charges go out in the DLYCHRG layout for HOSPCHG to post
      * onto the stay, and the visit is never billed on its own.
      * A patient new to the hospital gets a name-only PATPERSN
      * record from the register transaction. Rejects print on the
      * entry register.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCTRAN   ASSIGN TO ENCTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ENCTRAN-ST.
           SELECT ENCMSTR   ASSIGN TO ENCMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EN-ENCOUNTER-KEY
                  FILE STATUS IS ENCMSTR-STATUS.
           SELECT CHGCODES  ASSIGN TO CHGCODES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CC-CHARGE-CODE
                  FILE STATUS IS CHGCODES-STATUS.
           SELECT DIAGMSTR  ASSIGN TO DIAGMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DG-DIAG-CODE
                  FILE STATUS IS DIAGMSTR-STATUS.
           SELECT PATPERSN  ASSIGN TO PATPERSN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PATPERSN-KEY
                  FILE STATUS IS PATPERSN-STATUS.
           SELECT PATMSTR   ASSIGN TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PATMSTR-KEY
                  FILE STATUS IS PATMSTR-STATUS.
           SELECT ENCCHRG   ASSIGN TO ENCCHRG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ENCCHRG-ST.
           SELECT SYSOUT    ASSIGN TO SYSOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SYSOUT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  ENCTRAN
           RECORD CONTAINS 80 CHARACTERS.
       01  ENCTRAN-REC.
           05 ET-TRAN-CODE                      PIC X(01).
               88 ET-REGISTER-VISIT                        VALUE 'A'.
               88 ET-CHARGE-LINE                           VALUE 'C'.
               88 ET-CLOSE-VISIT                           VALUE 'D'.
               88 ET-CONVERT-TO-ADMIT                      VALUE 'V'.
           05 ET-PATIENT-ID                     PIC X(09).
           05 ET-VISIT-DATE                     PIC 9(08).
      * Second and later visits the same day carry 02, 03...; a
      * blank or zero sequence is the day's first visit.
           05 ET-VISIT-SEQ                      PIC 9(02).
      * Register only: visit type, diagnosis and - for a patient
      * not yet on PATPERSN - the name.
           05 ET-VISIT-TYPE                     PIC X(01).
           05 ET-DIAG-CODE                      PIC X(06).
           05 ET-LAST-NAME                      PIC X(20).
           05 ET-FIRST-NAME                     PIC X(15).
      * Charge line only.
           05 ET-CHARGE-CODE                    PIC X(06).
           05 ET-QUANTITY                       PIC 9(03).
           05 FILLER                            PIC X(09).

       FD  ENCMSTR
           RECORD CONTAINS 120 CHARACTERS.
           COPY ENCMSTR.

       FD  CHGCODES
           RECORD CONTAINS 60 CHARACTERS.
           COPY CHGCODES.

       FD  DIAGMSTR
           RECORD CONTAINS 60 CHARACTERS.
           COPY DIAGMSTR.

       FD  PATPERSN
           RECORD CONTAINS 160 CHARACTERS.
           COPY PATPERSN.

       FD  PATMSTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY PATMSTR.

      * A converted ER visit's charges in the DLYCHRG layout HOSPCHG
      * posts: one ancillary line per revenue class with dollars,
      * room and equipment zero.
       FD  ENCCHRG
           RECORD CONTAINS 80 CHARACTERS.
       01  ENCCHRG-REC.
           05 DC-PATIENT-ID                     PIC X(09).
           05 DC-ROOM-CHARGE                    PIC 9(07)V99.
           05 DC-EQUIPMENT-CHARGE                PIC 9(07)V99.
           05 DC-DAILY-COMMENTS                  PIC X(30).
           05 DC-ANCILLARY-CHARGE               PIC 9(07)V99.
           05 DC-REVENUE-CLASS                  PIC X(01).
           05 FILLER                            PIC X(04).

       FD  SYSOUT
           RECORD CONTAINS 88 CHARACTERS.
       01  SYSOUT-REC                           PIC X(88).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.

       01  FILE-STATUS-WS.
           05 ENCTRAN-ST                        PIC X(02).
               88 ENCTRAN-OK                               VALUE '00'.
           05 ENCMSTR-STATUS                    PIC X(02).
               88 ENCMSTR-FOUND                            VALUE '00'.
               88 ENCMSTR-MISSING                          VALUE '35'.
           05 CHGCODES-STATUS                   PIC X(02).
               88 CHGCODES-FOUND                           VALUE '00'.
           05 DIAGMSTR-STATUS                   PIC X(02).
               88 DIAGMSTR-FOUND                           VALUE '00'.
           05 PATPERSN-STATUS                   PIC X(02).
               88 PATPERSN-FOUND                           VALUE '00'.
           05 PATMSTR-STATUS                    PIC X(02).
               88 PATMSTR-FOUND                            VALUE '00'.
           05 ENCCHRG-ST                        PIC X(02).
               88 ENCCHRG-OK                               VALUE '00'.
           05 SYSOUT-ST                         PIC X(02).
               88 SYSOUT-OK                                VALUE '00'.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 TRANS-RECORDS-READ                PIC 9(07)  VALUE ZERO.
           05 VISITS-REGISTERED                 PIC 9(07)  VALUE ZERO.
           05 CHARGES-POSTED                    PIC 9(07)  VALUE ZERO.
           05 VISITS-CLOSED                     PIC 9(07)  VALUE ZERO.
           05 VISITS-CONVERTED                  PIC 9(07)  VALUE ZERO.
           05 TRANS-REJECTED                    PIC 9(07)  VALUE ZERO.
           05 CHARGE-AMOUNT-WS                  PIC 9(07)V99
                                                           VALUE ZERO.
           05 TOT-CHARGES-WS                    PIC 9(09)V99
                                                           VALUE ZERO.
           05 TOT-CONVERTED-WS                  PIC 9(09)V99
                                                           VALUE ZERO.

       01  CONVERT-LINE-WS.
           05 CV-REVENUE-CLASS                  PIC X(01).
           05 CV-AMOUNT                         PIC 9(07)V99.

       01  CONVERT-COMMENT-WS.
           05 FILLER                            PIC X(09)
                  VALUE 'ER VISIT '.
           05 CM-VISIT-DATE                     PIC 9(08).
           05 FILLER                            PIC X(13)
                  VALUE ' CONVERTED   '.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  ENC-REJECT-LINE.
           05 FILLER                            PIC X(13)
                  VALUE 'REJECTED -   '.
           05 RJ-TRAN-CODE                      PIC X(01).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-PATIENT-ID                     PIC X(09).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-VISIT-DATE                     PIC X(08).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-CHARGE-CODE                    PIC X(06).
           05 FILLER                            PIC X(02) VALUE SPACES.
           05 RJ-REASON                         PIC X(35).

       01  ENC-SUMMARY-LINE-1.
           05 FILLER                            PIC X(17)
                  VALUE 'TRANS READ:      '.
           05 ES-TRANS-READ-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(12)
                  VALUE 'REGISTERED: '.
           05 ES-REGISTERED-O                   PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(09)
                  VALUE 'CHARGED: '.
           05 ES-CHARGED-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(08)
                  VALUE 'CLOSED: '.
           05 ES-CLOSED-O                       PIC ZZZ,ZZ9.

       01  ENC-SUMMARY-LINE-2.
           05 FILLER                            PIC X(17)
                  VALUE 'CONVERTED:       '.
           05 ES-CONVERTED-O                    PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(12)
                  VALUE 'REJECTED:   '.
           05 ES-REJECTED-O                     PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(03) VALUE SPACES.
           05 FILLER                            PIC X(08)
                  VALUE 'TOTAL:  '.
           05 ES-TOTAL-O                        PIC $$$,$$$,$$9.99.

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
           PERFORM 900-READ-ENCTRAN.

           IF NO-MORE-TRANS
               MOVE "EMPTY ENCOUNTER TRANSACTION FILE" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 300-PROCESS-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-ENCTRAN THRU 900-EXIT.

       300-PROCESS-TRANSACTION.
           MOVE "300-PROCESS-TRANSACTION" TO PARA-NAME.
           IF ET-VISIT-DATE NOT NUMERIC OR ET-VISIT-DATE = ZERO
               MOVE 'VISIT DATE MISSING OR NOT NUMERIC' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 300-EXIT.
           IF ET-VISIT-SEQ NOT NUMERIC OR ET-VISIT-SEQ = ZERO
               MOVE 1 TO ET-VISIT-SEQ.
           MOVE ET-PATIENT-ID TO EN-PATIENT-ID.
           MOVE ET-VISIT-DATE TO EN-VISIT-DATE.
           MOVE ET-VISIT-SEQ  TO EN-VISIT-SEQ.
           EVALUATE TRUE
               WHEN ET-REGISTER-VISIT
                   PERFORM 400-REGISTER-VISIT THRU 400-EXIT
               WHEN ET-CHARGE-LINE
                   PERFORM 500-POST-CHARGE THRU 500-EXIT
               WHEN ET-CLOSE-VISIT
                   PERFORM 600-CLOSE-VISIT THRU 600-EXIT
               WHEN ET-CONVERT-TO-ADMIT
                   PERFORM 650-CONVERT-TO-ADMIT THRU 650-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

       400-REGISTER-VISIT.
           MOVE "400-REGISTER-VISIT" TO PARA-NAME.
           IF ET-VISIT-TYPE NOT = 'O' AND ET-VISIT-TYPE NOT = 'E'
               MOVE 'VISIT TYPE MUST BE O OR E' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE ET-DIAG-CODE TO DG-DIAG-CODE.
           READ DIAGMSTR.
           IF NOT DIAGMSTR-FOUND
               MOVE 'DIAGNOSIS CODE NOT ON MASTER' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           IF DG-INACTIVE
               MOVE 'DIAGNOSIS CODE INACTIVE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           READ ENCMSTR.
           IF ENCMSTR-FOUND
               MOVE 'VISIT ALREADY REGISTERED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 400-EXIT.
           MOVE ET-PATIENT-ID TO PATPERSN-KEY.
           READ PATPERSN.
           IF NOT PATPERSN-FOUND
               IF ET-LAST-NAME = SPACES
                   MOVE 'NEW PATIENT - NAME REQUIRED' TO RJ-REASON
                   PERFORM 700-WRITE-REJECT THRU 700-EXIT
                   GO TO 400-EXIT
               ELSE
                   PERFORM 420-WRITE-PERSONAL THRU 420-EXIT
               END-IF
           END-IF.

           MOVE SPACES          TO EN-ENCOUNTER-REC.
           MOVE ET-PATIENT-ID   TO EN-PATIENT-ID.
           MOVE ET-VISIT-DATE   TO EN-VISIT-DATE.
           MOVE ET-VISIT-SEQ    TO EN-VISIT-SEQ.
           MOVE ET-VISIT-TYPE   TO EN-VISIT-TYPE.
           MOVE ET-DIAG-CODE    TO EN-DIAG-CODE.
           MOVE 'O'             TO EN-STATUS.
           MOVE ZERO TO EN-CHARGE-LINES, EN-LAB-CHARGES,
                        EN-PHARM-CHARGES, EN-THER-CHARGES,
                        EN-OTHER-CHARGES, EN-TOTAL-CHARGES,
                        EN-CLOSE-DATE, EN-BILLED-DATE, EN-ADMIT-DATE.
           WRITE EN-ENCOUNTER-REC.
           ADD +1 TO VISITS-REGISTERED.
       400-EXIT.
           EXIT.

      * Name only - the rest of the demographics come through
      * PERSMNT, or through HOSPADMT if the patient is admitted.
       420-WRITE-PERSONAL.
           MOVE SPACES          TO PATPERSN-REC.
           MOVE ET-PATIENT-ID   TO PATPERSN-KEY.
           MOVE ET-LAST-NAME    TO PATPERSN-LAST-NAME.
           MOVE ET-FIRST-NAME   TO PATPERSN-FIRST-NAME.
           MOVE ZERO            TO PATPERSN-DOB.
           WRITE PATPERSN-REC.
       420-EXIT.
           EXIT.

      * Charges are taken while the visit is open and, for a late
      * lab or pharmacy line, after it closes until it is billed.
      * Once an ER visit has become a stay its charges belong to
      * the stay and go through ANCENTRY.
       500-POST-CHARGE.
           MOVE "500-POST-CHARGE" TO PARA-NAME.
           READ ENCMSTR.
           IF NOT ENCMSTR-FOUND
               MOVE 'VISIT NOT ON ENCOUNTER MASTER' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           IF EN-ADMITTED
               MOVE 'VISIT ADMITTED - CHARGE THE STAY' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           IF EN-BILLED
               MOVE 'VISIT ALREADY BILLED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           IF ET-QUANTITY NOT NUMERIC OR ET-QUANTITY = ZERO
               MOVE 'QUANTITY MISSING OR NOT NUMERIC' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           MOVE ET-CHARGE-CODE TO CC-CHARGE-CODE.
           READ CHGCODES.
           IF NOT CHGCODES-FOUND
               MOVE 'CHARGE CODE NOT ON MASTER' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           IF CC-INACTIVE
               MOVE 'CHARGE CODE INACTIVE' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 500-EXIT.
           COMPUTE CHARGE-AMOUNT-WS = CC-RATE * ET-QUANTITY.
      * Same bucketing as HOSPCHG: an unclassified code goes to
      * OTHER rather than disappearing.
           EVALUATE TRUE
               WHEN CC-CLASS-LAB
                   ADD CHARGE-AMOUNT-WS TO EN-LAB-CHARGES
               WHEN CC-CLASS-PHARMACY
                   ADD CHARGE-AMOUNT-WS TO EN-PHARM-CHARGES
               WHEN CC-CLASS-THERAPY
                   ADD CHARGE-AMOUNT-WS TO EN-THER-CHARGES
               WHEN OTHER
                   ADD CHARGE-AMOUNT-WS TO EN-OTHER-CHARGES
           END-EVALUATE.
           ADD CHARGE-AMOUNT-WS TO EN-TOTAL-CHARGES.
           ADD 1                TO EN-CHARGE-LINES.
           REWRITE EN-ENCOUNTER-REC.
           ADD +1                TO CHARGES-POSTED.
           ADD CHARGE-AMOUNT-WS  TO TOT-CHARGES-WS.
       500-EXIT.
           EXIT.

       600-CLOSE-VISIT.
           MOVE "600-CLOSE-VISIT" TO PARA-NAME.
           READ ENCMSTR.
           IF NOT ENCMSTR-FOUND
               MOVE 'VISIT NOT ON ENCOUNTER MASTER' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 600-EXIT.
           IF NOT EN-OPEN
               MOVE 'VISIT NOT OPEN' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 600-EXIT.
           MOVE 'C'          TO EN-STATUS.
           MOVE CURR-DATE-WS TO EN-CLOSE-DATE.
           REWRITE EN-ENCOUNTER-REC.
           ADD +1 TO VISITS-CLOSED.
       600-EXIT.
           EXIT.

      * The ER patient is now an inpatient: HOSPADMT must already
      * have the stay open on PATMSTR, admitted no earlier than the
      * visit. The visit's charges go out as DLYCHRG lines so
      * HOSPCHG posts them to the stay and HOSPDISC bills them with
      * it; the visit itself is never billed.
       650-CONVERT-TO-ADMIT.
           MOVE "650-CONVERT-TO-ADMIT" TO PARA-NAME.
           READ ENCMSTR.
           IF NOT ENCMSTR-FOUND
               MOVE 'VISIT NOT ON ENCOUNTER MASTER' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 650-EXIT.
           IF NOT EN-EMERGENCY-VISIT
               MOVE 'ONLY AN ER VISIT CONVERTS' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 650-EXIT.
           IF EN-BILLED OR EN-ADMITTED
               MOVE 'VISIT ALREADY BILLED OR ADMITTED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 650-EXIT.
           MOVE ET-PATIENT-ID TO PATMSTR-KEY.
           READ PATMSTR.
           IF NOT PATMSTR-FOUND
               MOVE 'PATIENT NOT ADMITTED' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 650-EXIT.
           IF PATMSTR-DISCHARGE-DATE NOT = ZERO
               OR PATMSTR-DATE-ADMIT < EN-VISIT-DATE
               MOVE 'NO STAY OPEN FROM THIS VISIT' TO RJ-REASON
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 650-EXIT.

           MOVE EN-VISIT-DATE TO CM-VISIT-DATE.
           MOVE 'L'              TO CV-REVENUE-CLASS.
           MOVE EN-LAB-CHARGES   TO CV-AMOUNT.
           PERFORM 660-WRITE-STAY-CHARGE THRU 660-EXIT.
           MOVE 'P'              TO CV-REVENUE-CLASS.
           MOVE EN-PHARM-CHARGES TO CV-AMOUNT.
           PERFORM 660-WRITE-STAY-CHARGE THRU 660-EXIT.
           MOVE 'T'              TO CV-REVENUE-CLASS.
           MOVE EN-THER-CHARGES  TO CV-AMOUNT.
           PERFORM 660-WRITE-STAY-CHARGE THRU 660-EXIT.
           MOVE 'O'              TO CV-REVENUE-CLASS.
           MOVE EN-OTHER-CHARGES TO CV-AMOUNT.
           PERFORM 660-WRITE-STAY-CHARGE THRU 660-EXIT.

           MOVE 'A'                TO EN-STATUS.
           MOVE PATMSTR-DATE-ADMIT TO EN-ADMIT-DATE.
           IF EN-CLOSE-DATE = ZERO
               MOVE CURR-DATE-WS   TO EN-CLOSE-DATE.
           REWRITE EN-ENCOUNTER-REC.
           ADD +1 TO VISITS-CONVERTED.
           ADD EN-TOTAL-CHARGES TO TOT-CONVERTED-WS.
       650-EXIT.
           EXIT.

       660-WRITE-STAY-CHARGE.
           IF CV-AMOUNT = ZERO
               GO TO 660-EXIT.
           MOVE SPACES              TO ENCCHRG-REC.
           MOVE EN-PATIENT-ID       TO DC-PATIENT-ID.
           MOVE ZERO                TO DC-ROOM-CHARGE.
           MOVE ZERO                TO DC-EQUIPMENT-CHARGE.
           MOVE CONVERT-COMMENT-WS  TO DC-DAILY-COMMENTS.
           MOVE CV-AMOUNT           TO DC-ANCILLARY-CHARGE.
           MOVE CV-REVENUE-CLASS    TO DC-REVENUE-CLASS.
           WRITE ENCCHRG-REC.
       660-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE ET-TRAN-CODE   TO RJ-TRAN-CODE.
           MOVE ET-PATIENT-ID  TO RJ-PATIENT-ID.
           MOVE ET-VISIT-DATE  TO RJ-VISIT-DATE.
           MOVE ET-CHARGE-CODE TO RJ-CHARGE-CODE.
           WRITE SYSOUT-REC FROM ENC-REJECT-LINE.
           ADD +1 TO TRANS-REJECTED.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT ENCTRAN.
           OPEN I-O ENCMSTR.
           IF ENCMSTR-MISSING
               OPEN OUTPUT ENCMSTR
               CLOSE ENCMSTR
               OPEN I-O ENCMSTR.
           OPEN INPUT CHGCODES.
           OPEN INPUT DIAGMSTR.
           OPEN I-O PATPERSN.
           OPEN INPUT PATMSTR.
           OPEN OUTPUT ENCCHRG.
           OPEN OUTPUT SYSOUT.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE ENCTRAN, ENCMSTR, CHGCODES, DIAGMSTR, PATPERSN,
                 PATMSTR, ENCCHRG, SYSOUT.
       850-EXIT.
           EXIT.

       900-READ-ENCTRAN.
           READ ENCTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
               GO TO 900-EXIT
           END-READ.

           ADD +1 TO TRANS-RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           MOVE TRANS-RECORDS-READ TO ES-TRANS-READ-O.
           MOVE VISITS-REGISTERED  TO ES-REGISTERED-O.
           MOVE CHARGES-POSTED     TO ES-CHARGED-O.
           MOVE VISITS-CLOSED      TO ES-CLOSED-O.
           MOVE VISITS-CONVERTED   TO ES-CONVERTED-O.
           MOVE TRANS-REJECTED     TO ES-REJECTED-O.
           MOVE TOT-CHARGES-WS     TO ES-TOTAL-O.
           WRITE SYSOUT-REC FROM ENC-SUMMARY-LINE-1.
           WRITE SYSOUT-REC FROM ENC-SUMMARY-LINE-2.
           DISPLAY "CHARGES MOVED TO STAYS: " TOT-CONVERTED-WS.

           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - ENCENTRY ***"
               UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
