       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CMPLAGE.
      * Weekly aging of the open items on the policyholder contact
      * and complaint log. Every item still open is listed with its
      * handler, category and the claim and reason it concerns, and
      * bucketed by days since it was opened - under 15, 15-29,
      * 30-59 and 60-plus - against the department's expectation
      * that a complaint is answered within fifteen days and closed
      * within thirty. Items nobody has been assigned are flagged.
      * Complaints and inquiries are counted separately in the
      * totals. Honors the RUNPARM business date like the other
      * aging reports.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPLLOG
             ASSIGN TO CMPLLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-LOG-KEY
               FILE STATUS IS CMPLLOG-ST.
           SELECT CMPLARPT
             ASSIGN TO CMPLARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CMPLARPT-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  CMPLLOG
           RECORD CONTAINS 180 CHARACTERS.
           COPY CMPLLOG.

       FD  CMPLARPT
           RECORD CONTAINS 132 CHARACTERS.
       01 CMPLARPT-LINE               PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 CMPLLOG-ST                PIC X(2).
               88 CMPLLOG-OK                       VALUE '00'.
               88 CMPLLOG-MISSING                  VALUE '35'.
           05 CMPLARPT-ST               PIC X(2).
               88 CMPLARPT-OK                      VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 CMPLLOG-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-ITEMS                    VALUE 'Y'.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 OPEN-COUNT-WS             PIC S9(7)    VALUE ZERO.
           05 COMPLAINT-COUNT-WS        PIC S9(7)    VALUE ZERO.
           05 INQUIRY-COUNT-WS          PIC S9(7)    VALUE ZERO.
           05 UNASSIGNED-COUNT-WS       PIC S9(7)    VALUE ZERO.
           05 AGE-DAYS-WS               PIC S9(5)    VALUE ZERO.
           05 TOT-UNDER-15-WS           PIC S9(7)    VALUE ZERO.
           05 TOT-15-WS                 PIC S9(7)    VALUE ZERO.
           05 TOT-30-WS                 PIC S9(7)    VALUE ZERO.
           05 TOT-60-WS                 PIC S9(7)    VALUE ZERO.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-DATE-INT-WS          PIC 9(09).
           05 OPEN-DATE-INT-WS          PIC 9(09).

       01 AGE-HEADING-ONE.
           05 AGE-HDG-DATE              PIC XXXX/XX/XX.
           05 FILLER                    PIC X(25)  VALUE SPACES.
           05 FILLER                    PIC X(45)
                  VALUE 'Open Complaint and Contact Log Aging'.

       01 AGE-HEADER-TWO.
           05 FILLER                    PIC X(10)  VALUE 'POLICY'.
           05 FILLER                    PIC X(12)  VALUE 'OPENED'.
           05 FILLER                    PIC X(04)  VALUE 'SEQ'.
           05 FILLER                    PIC X(05)  VALUE 'TYPE'.
           05 FILLER                    PIC X(05)  VALUE 'SRC'.
           05 FILLER                    PIC X(25)  VALUE 'CATEGORY'.
           05 FILLER                    PIC X(07)  VALUE 'CLAIM'.
           05 FILLER                    PIC X(08)  VALUE 'REASON'.
           05 FILLER                    PIC X(12)  VALUE 'HANDLER'.
           05 FILLER                    PIC X(09)  VALUE '  DAYS'.
           05 FILLER                    PIC X(08)  VALUE 'BUCKET'.

       01 AGE-DETAIL-LINE.
           05 AGE-POLICY-NO             PIC 9B999B99.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 AGE-OPEN-DATE             PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 AGE-SEQ                   PIC 9(02).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 AGE-TYPE-OUT              PIC X(04).
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 AGE-SOURCE-OUT            PIC X(04).
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 AGE-CATEGORY-OUT          PIC X(24).
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 AGE-CLAIM-AREA.
               10 AGE-CLAIM-SEQ         PIC 9(04).
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 AGE-REASON-OUT            PIC X(04).
           05 FILLER                    PIC X(04)  VALUE SPACES.
           05 AGE-HANDLER-OUT           PIC X(10).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 AGE-DAYS-OUT              PIC ZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 AGE-BUCKET-OUT            PIC X(08).

       01 AGE-SUMMARY-LINE.
           05 FILLER                    PIC X(10)  VALUE SPACES.
           05 AGE-SUMMARY-OUT           PIC X(50).

       01 AGE-TOTAL-LINE.
           05 FILLER                    PIC X(10)  VALUE 'UNDER 15: '.
           05 AGT-UNDER-15-O            PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(10)  VALUE '  15-29: '.
           05 AGT-15-O                  PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(10)  VALUE '  30-59: '.
           05 AGT-30-O                  PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(10)  VALUE '  60-UP: '.
           05 AGT-60-O                  PIC ZZZ,ZZ9.

       01 AGE-COUNT-LINE.
           05 FILLER                    PIC X(12)
                  VALUE 'OPEN ITEMS: '.
           05 AGC-COUNT-O               PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(14)
                  VALUE '  COMPLAINTS: '.
           05 AGC-COMPLAINTS-O          PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(13)
                  VALUE '  INQUIRIES: '.
           05 AGC-INQUIRIES-O           PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(14)
                  VALUE '  UNASSIGNED: '.
           05 AGC-UNASSIGNED-O          PIC ZZZ,ZZ9.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-AGE-ONE-ITEM UNTIL NO-MORE-ITEMS.
           PERFORM 700-WRITE-TOTALS.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           MOVE FUNCTION INTEGER-OF-DATE (CURR-DATE-WS)
                                        TO CURR-DATE-INT-WS.
           OPEN INPUT CMPLLOG
           IF CMPLLOG-MISSING
              DISPLAY 'NO COMPLAINT LOG - NOTHING TO AGE'
              MOVE 'Y' TO CMPLLOG-EOF-SW
           ELSE
           IF NOT CMPLLOG-OK
              DISPLAY 'COMPLAINT LOG FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT CMPLARPT
           IF NOT CMPLARPT-OK
              DISPLAY 'AGING REPORT PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS TO AGE-HDG-DATE.
           WRITE CMPLARPT-LINE FROM AGE-HEADING-ONE.
           MOVE SPACES TO CMPLARPT-LINE.
           WRITE CMPLARPT-LINE.
           WRITE CMPLARPT-LINE FROM AGE-HEADER-TWO.
           IF NOT NO-MORE-ITEMS
              PERFORM 170-READ-ITEM.

       105-CHECK-RUN-PARAMETERS.
           OPEN INPUT RUNPARM
           IF RUNPARM-OK
              READ RUNPARM INTO RUNPARM-REC
                 AT END
                    MOVE SPACE TO RP-DATE-OVERRIDE-SW
              END-READ
              CLOSE RUNPARM
              IF RP-DATE-OVERRIDDEN
                 MOVE RP-BUSINESS-DATE TO CURR-DATE-WS
              END-IF
           ELSE
              DISPLAY 'NO RUNPARM FILE - USING SYSTEM DATE'
           END-IF.

       170-READ-ITEM.
           READ CMPLLOG NEXT RECORD
              AT END
                 MOVE 'Y' TO CMPLLOG-EOF-SW
           END-READ.

       200-AGE-ONE-ITEM.
           IF CL-OPEN-ITEM
              PERFORM 220-WRITE-AGE-LINE
           END-IF.
           PERFORM 170-READ-ITEM.

       220-WRITE-AGE-LINE.
           ADD 1 TO OPEN-COUNT-WS.
           MOVE FUNCTION INTEGER-OF-DATE (CL-OPEN-DATE)
                                        TO OPEN-DATE-INT-WS.
           COMPUTE AGE-DAYS-WS =
              CURR-DATE-INT-WS - OPEN-DATE-INT-WS.
           EVALUATE TRUE
              WHEN AGE-DAYS-WS < 15
                 MOVE 'UNDER 15' TO AGE-BUCKET-OUT
                 ADD 1 TO TOT-UNDER-15-WS
              WHEN AGE-DAYS-WS < 30
                 MOVE '15-29'    TO AGE-BUCKET-OUT
                 ADD 1 TO TOT-15-WS
              WHEN AGE-DAYS-WS < 60
                 MOVE '30-59'    TO AGE-BUCKET-OUT
                 ADD 1 TO TOT-30-WS
              WHEN OTHER
                 MOVE '60-UP'    TO AGE-BUCKET-OUT
                 ADD 1 TO TOT-60-WS
           END-EVALUATE.
           IF CL-COMPLAINT
              MOVE 'COMP' TO AGE-TYPE-OUT
              ADD 1 TO COMPLAINT-COUNT-WS
           ELSE
              MOVE 'INQ'  TO AGE-TYPE-OUT
              ADD 1 TO INQUIRY-COUNT-WS
           END-IF.
           EVALUATE TRUE
              WHEN CL-BY-PHONE
                 MOVE 'CALL' TO AGE-SOURCE-OUT
              WHEN CL-BY-LETTER
                 MOVE 'LTR'  TO AGE-SOURCE-OUT
              WHEN CL-BY-EMAIL
                 MOVE 'MAIL' TO AGE-SOURCE-OUT
              WHEN CL-DEPT-REFERRAL
                 MOVE 'DEPT' TO AGE-SOURCE-OUT
              WHEN OTHER
                 MOVE SPACES TO AGE-SOURCE-OUT
           END-EVALUATE.
           PERFORM 240-NAME-CATEGORY.
           MOVE CL-POLICY-NO TO AGE-POLICY-NO.
           INSPECT AGE-POLICY-NO REPLACING ALL ' ' BY '-'.
           MOVE CL-OPEN-DATE   TO AGE-OPEN-DATE.
           MOVE CL-LOG-SEQ     TO AGE-SEQ.
           IF CL-CLAIM-SEQ = ZERO
              MOVE SPACES TO AGE-CLAIM-AREA
           ELSE
              MOVE CL-CLAIM-SEQ TO AGE-CLAIM-SEQ
           END-IF.
           MOVE CL-REASON-CODE TO AGE-REASON-OUT.
           IF CL-HANDLER-ID = SPACES
              MOVE 'UNASSIGNED' TO AGE-HANDLER-OUT
              ADD 1 TO UNASSIGNED-COUNT-WS
           ELSE
              MOVE CL-HANDLER-ID TO AGE-HANDLER-OUT
           END-IF.
           MOVE AGE-DAYS-WS    TO AGE-DAYS-OUT.
           WRITE CMPLARPT-LINE FROM AGE-DETAIL-LINE.
           MOVE CL-SUMMARY     TO AGE-SUMMARY-OUT.
           WRITE CMPLARPT-LINE FROM AGE-SUMMARY-LINE.

       240-NAME-CATEGORY.
           EVALUATE TRUE
              WHEN CL-CLAIM-DENIAL
                 MOVE 'CLAIM DENIAL'            TO AGE-CATEGORY-OUT
              WHEN CL-CLAIM-DELAY
                 MOVE 'CLAIM DELAY'             TO AGE-CATEGORY-OUT
              WHEN CL-CLAIM-SETTLEMENT
                 MOVE 'CLAIM SETTLEMENT AMOUNT' TO AGE-CATEGORY-OUT
              WHEN CL-PREMIUM-BILLING
                 MOVE 'PREMIUM AND BILLING'     TO AGE-CATEGORY-OUT
              WHEN CL-CANCEL-NONRENEWAL
                 MOVE 'CANCELLATION/NONRENEWAL' TO AGE-CATEGORY-OUT
              WHEN CL-POLICYHOLDER-SERVICE
                 MOVE 'POLICYHOLDER SERVICE'    TO AGE-CATEGORY-OUT
              WHEN CL-PROVIDER-NETWORK
                 MOVE 'PROVIDER/NETWORK'        TO AGE-CATEGORY-OUT
              WHEN OTHER
                 MOVE 'OTHER'                   TO AGE-CATEGORY-OUT
           END-EVALUATE.

       700-WRITE-TOTALS.
           MOVE SPACES TO CMPLARPT-LINE.
           WRITE CMPLARPT-LINE.
           MOVE TOT-UNDER-15-WS     TO AGT-UNDER-15-O.
           MOVE TOT-15-WS           TO AGT-15-O.
           MOVE TOT-30-WS           TO AGT-30-O.
           MOVE TOT-60-WS           TO AGT-60-O.
           WRITE CMPLARPT-LINE FROM AGE-TOTAL-LINE.
           MOVE OPEN-COUNT-WS       TO AGC-COUNT-O.
           MOVE COMPLAINT-COUNT-WS  TO AGC-COMPLAINTS-O.
           MOVE INQUIRY-COUNT-WS    TO AGC-INQUIRIES-O.
           MOVE UNASSIGNED-COUNT-WS TO AGC-UNASSIGNED-O.
           WRITE CMPLARPT-LINE FROM AGE-COUNT-LINE.

       900-WRAP-UP.
           IF NOT CMPLLOG-MISSING
              CLOSE CMPLLOG
           END-IF.
           CLOSE CMPLARPT.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE CMPLLOG, CMPLARPT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
