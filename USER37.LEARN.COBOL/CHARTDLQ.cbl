       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CHARTDLQ.
      * Delinquent-chart report for medical records. Every open
      * chart-deficiency item on CHARTDEF is listed under the
      * physician responsible for it, aged in days from the date the
      * item was opened: up to 14 days is current, 15 to 30 days is
      * delinquent, and over 30 days is seriously delinquent. Each
      * physician closes with a count per age band, and the report
      * with the same counts for the hospital. The stays behind
      * these items are the claims HOSP2CLM is holding. Honors the
      * RUNPARM business date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARTDEF
             ASSIGN TO CHARTDEF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CF-DEF-KEY
               FILE STATUS IS CHARTDEF-ST.
           SELECT PHYSMSTR
             ASSIGN TO PHYSMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-PHYSICIAN-ID
               FILE STATUS IS PHYSMSTR-ST.
           SELECT CHARTWK
             ASSIGN TO CHARTWK.
           SELECT DLQRPT
             ASSIGN TO DLQRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DLQRPT-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARTDEF
           RECORD CONTAINS 80 CHARACTERS.
           COPY CHARTDEF.

       FD  PHYSMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY PHYSMSTR.

      * One entry per open item, sorted into physician and chart
      * order, already aged.
       SD  CHARTWK
           RECORD CONTAINS 60 CHARACTERS.
       01  CHARTWK-REC.
           05  CW-PHYSICIAN-ID          PIC X(09).
           05  CW-PATIENT-ID            PIC X(09).
           05  CW-ADMIT-DATE            PIC 9(08).
           05  CW-ITEM-CODE             PIC X(02).
           05  CW-DISCHARGE-DATE        PIC 9(08).
           05  CW-OPENED-DATE           PIC 9(08).
           05  CW-DAYS-OPEN             PIC 9(05).
           05  FILLER                   PIC X(11).

       FD  DLQRPT
           RECORD CONTAINS 132 CHARACTERS.
       01 DLQRPT-LINE                 PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

       01 PROGRAM-SWITCHES.
           05 CHARTDEF-ST               PIC X(2).
               88 CHARTDEF-OK                      VALUE '00'.
               88 CHARTDEF-MISSING                 VALUE '35'.
           05 PHYSMSTR-ST               PIC X(2).
               88 PHYSMSTR-OK                      VALUE '00'.
               88 PHYSMSTR-FOUND                   VALUE '00'.
               88 PHYSMSTR-MISSING                 VALUE '35'.
           05 DLQRPT-ST                 PIC X(2).
               88 DLQRPT-OK                        VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 CHARTDEF-EOF-SW           PIC X(1)   VALUE 'N'.
               88 NO-MORE-ITEMS                    VALUE 'Y'.
           05 SORTED-EOF-SW             PIC X(1)   VALUE 'N'.
               88 NO-MORE-SORTED                   VALUE 'Y'.

      * Age bands, in days since the item was opened.
       01 AGING-LIMITS-WS.
           05 CURRENT-DAYS-WS           PIC 9(03)  VALUE 014.
           05 DELINQUENT-DAYS-WS        PIC 9(03)  VALUE 030.

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 ITEMS-READ-WS             PIC S9(7)    VALUE ZERO.
           05 OPEN-ITEMS-WS             PIC S9(7)    VALUE ZERO.
           05 PHYSICIANS-LISTED-WS      PIC S9(7)    VALUE ZERO.
           05 DAYS-OPEN-WS              PIC S9(5)    VALUE ZERO.

       01 BAND-TOTALS-WS.
           05 PHYS-CURRENT-WS           PIC S9(7)    VALUE ZERO.
           05 PHYS-DELINQUENT-WS        PIC S9(7)    VALUE ZERO.
           05 PHYS-SERIOUS-WS           PIC S9(7)    VALUE ZERO.
           05 GRAND-CURRENT-WS          PIC S9(7)    VALUE ZERO.
           05 GRAND-DELINQUENT-WS       PIC S9(7)    VALUE ZERO.
           05 GRAND-SERIOUS-WS          PIC S9(7)    VALUE ZERO.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-INT-WS               PIC 9(09).
           05 OPENED-INT-WS             PIC 9(09).

       01 PRIOR-PHYSICIAN-WS            PIC X(09)  VALUE SPACES.

       01 HEADING-ONE.
           05 HDG-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(40)
                  VALUE 'Delinquent Charts by Physician'.
           05 FILLER                    PIC X(26)
                  VALUE 'AGED FROM ITEM OPEN DATE'.

       01 PHYSICIAN-HEADING.
           05 FILLER                    PIC X(11)  VALUE 'PHYSICIAN: '.
           05 PG-PHYSICIAN-ID           PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 PG-PHYSICIAN-NAME         PIC X(30).

       01 DLQ-COLUMN-HEADING.
           05 FILLER                    PIC X(05)  VALUE SPACES.
           05 FILLER                    PIC X(11)  VALUE 'PATIENT'.
           05 FILLER                    PIC X(12)  VALUE 'ADMITTED'.
           05 FILLER                    PIC X(12)  VALUE 'DISCHARGED'.
           05 FILLER                    PIC X(26)  VALUE 'DEFICIENCY'.
           05 FILLER                    PIC X(12)  VALUE 'OPENED'.
           05 FILLER                    PIC X(08)  VALUE 'DAYS'.
           05 FILLER                    PIC X(20)  VALUE 'STATUS'.

       01 DLQ-DETAIL-LINE.
           05 FILLER                    PIC X(05)  VALUE SPACES.
           05 DD-PATIENT-ID             PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DD-ADMIT-DATE             PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DD-DISCHARGE-DATE         PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DD-ITEM-CODE              PIC X(02).
           05 FILLER                    PIC X(01)  VALUE SPACES.
           05 DD-ITEM-DESC              PIC X(21).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DD-OPENED-DATE            PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 DD-DAYS-OPEN              PIC ZZZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 DD-AGE-STATUS             PIC X(20).

       01 BAND-TOTAL-LINE.
           05 FILLER                    PIC X(05)  VALUE SPACES.
           05 BT-LABEL                  PIC X(24).
           05 FILLER                    PIC X(10)  VALUE '0-14 DAYS:'.
           05 BT-CURRENT-O              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(04)  VALUE SPACES.
           05 FILLER                    PIC X(11)  VALUE '15-30 DAYS:'.
           05 BT-DELINQUENT-O           PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(04)  VALUE SPACES.
           05 FILLER                    PIC X(13)
                  VALUE 'OVER 30 DAYS:'.
           05 BT-SERIOUS-O              PIC ZZZ,ZZ9.

       01 SUMMARY-LINE.
           05 SM-LABEL                  PIC X(30).
           05 SM-COUNT-O                PIC ZZZ,ZZ9.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           SORT CHARTWK
               ON ASCENDING KEY CW-PHYSICIAN-ID
                                CW-PATIENT-ID
                                CW-ADMIT-DATE
                                CW-ITEM-CODE
               INPUT PROCEDURE IS 200-GATHER-OPEN-ITEMS
               OUTPUT PROCEDURE IS 500-LIST-BY-PHYSICIAN.
           PERFORM 700-PRINT-SUMMARY.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           MOVE FUNCTION INTEGER-OF-DATE (CURR-DATE-WS)
                                        TO CURR-INT-WS.
           OPEN INPUT CHARTDEF
           IF CHARTDEF-MISSING
              DISPLAY 'NO CHART DEFICIENCY FILE - NOTHING TO REPORT'
              MOVE 'Y' TO CHARTDEF-EOF-SW
           ELSE
           IF NOT CHARTDEF-OK
              DISPLAY 'CHART DEFICIENCY FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT PHYSMSTR
           IF NOT PHYSMSTR-OK
              AND NOT PHYSMSTR-MISSING
              DISPLAY 'PHYSICIAN MASTER FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT DLQRPT
           IF NOT DLQRPT-OK
              DISPLAY 'DELINQUENT CHART REPORT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-DATE-WS TO HDG-DATE.
           WRITE DLQRPT-LINE FROM HEADING-ONE.

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

      * Sort input: every item still open, aged to the business
      * date. An item opened after the business date is not yet a
      * day old.
       200-GATHER-OPEN-ITEMS.
           IF NOT NO-MORE-ITEMS
              PERFORM 210-READ-ITEM
           END-IF.
           PERFORM 220-RELEASE-OPEN-ITEM UNTIL NO-MORE-ITEMS.

       210-READ-ITEM.
           READ CHARTDEF NEXT RECORD
              AT END
                 MOVE 'Y' TO CHARTDEF-EOF-SW
           END-READ.
           IF NOT NO-MORE-ITEMS
              ADD 1 TO ITEMS-READ-WS
           END-IF.

       220-RELEASE-OPEN-ITEM.
           IF CF-ITEM-OPEN
              MOVE SPACES            TO CHARTWK-REC
              MOVE CF-PHYSICIAN-ID   TO CW-PHYSICIAN-ID
              MOVE CF-PATIENT-ID     TO CW-PATIENT-ID
              MOVE CF-ADMIT-DATE     TO CW-ADMIT-DATE
              MOVE CF-ITEM-CODE      TO CW-ITEM-CODE
              MOVE CF-DISCHARGE-DATE TO CW-DISCHARGE-DATE
              MOVE CF-OPENED-DATE    TO CW-OPENED-DATE
              MOVE FUNCTION INTEGER-OF-DATE (CF-OPENED-DATE)
                                     TO OPENED-INT-WS
              COMPUTE DAYS-OPEN-WS = CURR-INT-WS - OPENED-INT-WS
              IF DAYS-OPEN-WS < ZERO
                 MOVE ZERO TO DAYS-OPEN-WS
              END-IF
              MOVE DAYS-OPEN-WS      TO CW-DAYS-OPEN
              RELEASE CHARTWK-REC
              ADD 1 TO OPEN-ITEMS-WS
           END-IF.
           PERFORM 210-READ-ITEM.

      * Sort output: a heading at each change of physician, one line
      * per open item, and the physician's band counts at the break.
       500-LIST-BY-PHYSICIAN.
           PERFORM 520-LIST-ONE-ITEM UNTIL NO-MORE-SORTED.
           IF PHYSICIANS-LISTED-WS > ZERO
              PERFORM 580-PHYSICIAN-TOTALS
           END-IF.

       520-LIST-ONE-ITEM.
           RETURN CHARTWK
              AT END
                 MOVE 'Y' TO SORTED-EOF-SW
           END-RETURN.
           IF NOT NO-MORE-SORTED
              IF PHYSICIANS-LISTED-WS = ZERO
                 OR CW-PHYSICIAN-ID NOT = PRIOR-PHYSICIAN-WS
                 IF PHYSICIANS-LISTED-WS > ZERO
                    PERFORM 580-PHYSICIAN-TOTALS
                 END-IF
                 PERFORM 540-PHYSICIAN-HEADING
              END-IF
              PERFORM 560-WRITE-ITEM
           END-IF.

      * Items HOSPDISC opened with no attending on the stay carry no
      * physician until CHARTCMP reassigns them.
       540-PHYSICIAN-HEADING.
           MOVE CW-PHYSICIAN-ID TO PRIOR-PHYSICIAN-WS, PG-PHYSICIAN-ID.
           ADD 1 TO PHYSICIANS-LISTED-WS.
           MOVE ZERO TO PHYS-CURRENT-WS, PHYS-DELINQUENT-WS,
                        PHYS-SERIOUS-WS.
           IF CW-PHYSICIAN-ID = SPACES
              MOVE 'UNASSIGNED'              TO PG-PHYSICIAN-NAME
           ELSE
              IF PHYSMSTR-MISSING
                 MOVE 'NOT ON PHYSICIAN MASTER' TO PG-PHYSICIAN-NAME
              ELSE
                 MOVE CW-PHYSICIAN-ID TO PH-PHYSICIAN-ID
                 READ PHYSMSTR
                 IF PHYSMSTR-FOUND
                    MOVE PH-PHYSICIAN-NAME  TO PG-PHYSICIAN-NAME
                 ELSE
                    MOVE 'NOT ON PHYSICIAN MASTER'
                                            TO PG-PHYSICIAN-NAME
                 END-IF
              END-IF
           END-IF.
           MOVE SPACES TO DLQRPT-LINE.
           WRITE DLQRPT-LINE.
           WRITE DLQRPT-LINE FROM PHYSICIAN-HEADING.
           WRITE DLQRPT-LINE FROM DLQ-COLUMN-HEADING.

       560-WRITE-ITEM.
           MOVE CW-PATIENT-ID     TO DD-PATIENT-ID.
           MOVE CW-ADMIT-DATE     TO DD-ADMIT-DATE.
           MOVE CW-DISCHARGE-DATE TO DD-DISCHARGE-DATE.
           MOVE CW-ITEM-CODE      TO DD-ITEM-CODE.
           EVALUATE CW-ITEM-CODE
              WHEN 'DS'
                 MOVE 'DISCHARGE SUMMARY'    TO DD-ITEM-DESC
              WHEN 'SG'
                 MOVE 'SIGNATURES'           TO DD-ITEM-DESC
              WHEN 'CD'
                 MOVE 'CODING'               TO DD-ITEM-DESC
              WHEN 'HP'
                 MOVE 'HISTORY AND PHYSICAL' TO DD-ITEM-DESC
              WHEN 'OP'
                 MOVE 'OPERATIVE REPORT'     TO DD-ITEM-DESC
              WHEN OTHER
                 MOVE SPACES                 TO DD-ITEM-DESC
           END-EVALUATE.
           MOVE CW-OPENED-DATE    TO DD-OPENED-DATE.
           MOVE CW-DAYS-OPEN      TO DD-DAYS-OPEN.
           EVALUATE TRUE
              WHEN CW-DAYS-OPEN > DELINQUENT-DAYS-WS
                 MOVE 'SERIOUSLY DELINQUENT' TO DD-AGE-STATUS
                 ADD 1 TO PHYS-SERIOUS-WS, GRAND-SERIOUS-WS
              WHEN CW-DAYS-OPEN > CURRENT-DAYS-WS
                 MOVE 'DELINQUENT'           TO DD-AGE-STATUS
                 ADD 1 TO PHYS-DELINQUENT-WS, GRAND-DELINQUENT-WS
              WHEN OTHER
                 MOVE SPACES                 TO DD-AGE-STATUS
                 ADD 1 TO PHYS-CURRENT-WS, GRAND-CURRENT-WS
           END-EVALUATE.
           WRITE DLQRPT-LINE FROM DLQ-DETAIL-LINE.

       580-PHYSICIAN-TOTALS.
           MOVE 'PHYSICIAN OPEN ITEMS'  TO BT-LABEL.
           MOVE PHYS-CURRENT-WS         TO BT-CURRENT-O.
           MOVE PHYS-DELINQUENT-WS      TO BT-DELINQUENT-O.
           MOVE PHYS-SERIOUS-WS         TO BT-SERIOUS-O.
           WRITE DLQRPT-LINE FROM BAND-TOTAL-LINE.

       700-PRINT-SUMMARY.
           MOVE SPACES TO DLQRPT-LINE.
           WRITE DLQRPT-LINE.
           MOVE 'HOSPITAL OPEN ITEMS'   TO BT-LABEL.
           MOVE GRAND-CURRENT-WS        TO BT-CURRENT-O.
           MOVE GRAND-DELINQUENT-WS     TO BT-DELINQUENT-O.
           MOVE GRAND-SERIOUS-WS        TO BT-SERIOUS-O.
           WRITE DLQRPT-LINE FROM BAND-TOTAL-LINE.
           MOVE SPACES TO DLQRPT-LINE.
           WRITE DLQRPT-LINE.
           MOVE 'DEFICIENCY ITEMS READ:' TO SM-LABEL.
           MOVE ITEMS-READ-WS           TO SM-COUNT-O.
           WRITE DLQRPT-LINE FROM SUMMARY-LINE.
           MOVE 'OPEN ITEMS LISTED:'    TO SM-LABEL.
           MOVE OPEN-ITEMS-WS           TO SM-COUNT-O.
           WRITE DLQRPT-LINE FROM SUMMARY-LINE.
           MOVE 'PHYSICIANS WITH OPEN ITEMS:' TO SM-LABEL.
           MOVE PHYSICIANS-LISTED-WS    TO SM-COUNT-O.
           WRITE DLQRPT-LINE FROM SUMMARY-LINE.

       900-WRAP-UP.
           DISPLAY 'DEFICIENCY ITEMS READ: ' ITEMS-READ-WS.
           DISPLAY 'OPEN ITEMS LISTED:     ' OPEN-ITEMS-WS.
           IF NOT CHARTDEF-MISSING
              CLOSE CHARTDEF
           END-IF.
           IF NOT PHYSMSTR-MISSING
              CLOSE PHYSMSTR
           END-IF.
           CLOSE DLQRPT.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE CHARTDEF, PHYSMSTR, DLQRPT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
