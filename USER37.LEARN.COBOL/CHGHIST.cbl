       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHGHIST.
      * Change history report off the master-file change journal
      * CHGJLOG writes for the maintenance programs. Answers who
      * changed what: each journaled field change is listed with the
      * master and key, the field, its value before and after, and
      * the operator who keyed it, named from the authorization
      * master. An operator the authorization master does not know
      * is flagged and sets return code 4; a change with no operator
      * was applied by the system itself (a scheduled price taking
      * effect, a work order opened from the build schedule).
      *
      * The selection card narrows the report to one master, one
      * key, one operator and a date range - any field left blank
      * takes everything. No card at all lists the whole journal.
      *
      * Every run also lists the sensitive-field changes - rates,
      * bank accounts, tax ids, addresses, phone numbers - for the
      * weekly review, whatever the card selects otherwise. The
      * review covers the card's date range when one is given, and
      * the seven days ending on the business date when not.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGJRNL   ASSIGN TO CHGJRNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CHGJRNL-ST.
           SELECT AUTHMSTR  ASSIGN TO AUTHMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AU-OPERATOR-ID
                  FILE STATUS IS AUTHMSTR-STATUS.
           SELECT CHGSEL    ASSIGN TO CHGSEL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CHGSEL-ST.
           SELECT CHGHRPT   ASSIGN TO CHGHRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CHGHRPT-ST.
           SELECT CHGSENS   ASSIGN TO CHGSENS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CHGSENS-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGJRNL
           RECORD CONTAINS 200 CHARACTERS.
           COPY CHGJRNL.

       FD  AUTHMSTR
           RECORD CONTAINS 60 CHARACTERS.
           COPY AUTHMSTR.

      * Selection card: the master (file id as journaled), the key,
      * the operator and the change-date range to report. Blank or
      * zero takes everything.
       FD  CHGSEL
           RECORD CONTAINS 80 CHARACTERS.
       01  CHGSEL-REC.
           05 CS-FILE-ID                        PIC X(08).
           05 CS-KEY                            PIC X(30).
           05 CS-OPERATOR-ID                    PIC X(08).
           05 CS-FROM-DATE                      PIC 9(08).
           05 CS-TO-DATE                        PIC 9(08).
           05 FILLER                            PIC X(18).

       FD  CHGHRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  CHGHRPT-REC                          PIC X(132).

       FD  CHGSENS
           RECORD CONTAINS 132 CHARACTERS.
       01  CHGSENS-REC                          PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       01  RUNPARM-FILE-REC                     PIC X(20).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-CHANGES-SW                   PIC X(01)  VALUE 'Y'.
               88 NO-MORE-CHANGES                          VALUE 'N'.
           05 JOURNAL-AVAILABLE-SW              PIC X(01)  VALUE 'N'.
               88 JOURNAL-AVAILABLE                        VALUE 'Y'.
           05 OPERATOR-KNOWN-SW                 PIC X(01)  VALUE 'N'.
               88 OPERATOR-KNOWN                           VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 CHGJRNL-ST                        PIC X(02).
               88 CHGJRNL-OK                               VALUE '00'.
               88 CHGJRNL-MISSING                          VALUE '35'.
           05 AUTHMSTR-STATUS                   PIC X(02).
               88 AUTHMSTR-OK                              VALUE '00'.
               88 AUTHMSTR-FOUND                           VALUE '00'.
           05 CHGSEL-ST                         PIC X(02).
               88 CHGSEL-OK                                VALUE '00'.
           05 CHGHRPT-ST                        PIC X(02).
               88 CHGHRPT-OK                               VALUE '00'.
           05 CHGSENS-ST                        PIC X(02).
               88 CHGSENS-OK                               VALUE '00'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 CHANGES-READ                      PIC 9(07)  VALUE ZERO.
           05 CHANGES-LISTED                    PIC 9(07)  VALUE ZERO.
           05 UNKNOWN-OPERATOR-COUNT            PIC 9(07)  VALUE ZERO.
           05 SYSTEM-CHANGE-COUNT               PIC 9(07)  VALUE ZERO.
           05 SENSITIVE-LISTED                  PIC 9(07)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).
           05 CURR-DATE-INT-WS                  PIC 9(07).
      * Change-date range the history report lists.
           05 SEL-FROM-DATE-WS                  PIC 9(08)  VALUE ZERO.
           05 SEL-TO-DATE-WS                    PIC 9(08)
                                                 VALUE 99999999.
      * Change-date range the sensitive-field review covers.
           05 REVIEW-FROM-DATE-WS               PIC 9(08).
           05 REVIEW-TO-DATE-WS                 PIC 9(08).
           05 CHANGE-TIME-WS                    PIC 9(08).
           05 CHANGE-TIME-X REDEFINES CHANGE-TIME-WS.
               10 CHANGE-HH                     PIC X(02).
               10 CHANGE-MM                     PIC X(02).
               10 CHANGE-SS                     PIC X(02).
               10 FILLER                        PIC X(02).

           COPY RUNPARM.

      * Days the weekly review reaches back, the business date
      * included.
       77  REVIEW-DAYS-WS                       PIC 9(02)  VALUE 07.

      * The last operator looked up, kept so a run of changes by one
      * operator reads the authorization master once.
       01  LAST-OPERATOR-WS.
           05 LAST-OPERATOR-ID                  PIC X(08)  VALUE SPACES.
           05 LAST-OPERATOR-NAME                PIC X(20)  VALUE SPACES.
           05 LAST-OPERATOR-KNOWN-SW            PIC X(01)  VALUE 'N'.

       01  HIST-HEADING-LINE.
           05 FILLER                            PIC X(30)
                  VALUE 'MASTER-FILE CHANGE HISTORY    '.
           05 HH-DATE                           PIC 9(08).

       01  SENS-HEADING-LINE.
           05 FILLER                            PIC X(30)
                  VALUE 'SENSITIVE FIELD CHANGES       '.
           05 SH-DATE                           PIC 9(08).
           05 FILLER                            PIC X(16)
                  VALUE '   CHANGED FROM '.
           05 SH-FROM-DATE                      PIC XXXX/XX/XX.
           05 FILLER                            PIC X(04)  VALUE ' TO '.
           05 SH-TO-DATE                        PIC XXXX/XX/XX.

      * What the card selected, echoed under the history heading.
       01  HIST-SELECTION-LINE.
           05 FILLER                            PIC X(08)
                  VALUE 'MASTER: '.
           05 HS-FILE-ID                        PIC X(08).
           05 FILLER                            PIC X(07)
                  VALUE '  KEY: '.
           05 HS-KEY                            PIC X(30).
           05 FILLER                            PIC X(12)
                  VALUE '  OPERATOR: '.
           05 HS-OPERATOR-ID                    PIC X(08).
           05 FILLER                            PIC X(09)
                  VALUE '  DATES: '.
           05 HS-FROM-DATE                      PIC 9(08).
           05 FILLER                            PIC X(03)  VALUE ' - '.
           05 HS-TO-DATE                        PIC 9(08).

       01  HIST-COLUMN-LINE.
           05 FILLER                            PIC X(11)
                  VALUE 'DATE'.
           05 FILLER                            PIC X(09)
                  VALUE 'TIME'.
           05 FILLER                            PIC X(09)
                  VALUE 'PROGRAM'.
           05 FILLER                            PIC X(09)
                  VALUE 'MASTER'.
           05 FILLER                            PIC X(02)
                  VALUE 'A'.
           05 FILLER                            PIC X(31)
                  VALUE 'KEY'.
           05 FILLER                            PIC X(25)
                  VALUE 'FIELD'.
           05 FILLER                            PIC X(09)
                  VALUE 'OPERATOR'.
           05 FILLER                            PIC X(20)
                  VALUE 'NAME'.

       01  HIST-DETAIL-LINE.
           05 HD-CHANGE-DATE                    PIC XXXX/XX/XX.
           05 FILLER                            PIC X(01)  VALUE SPACES.
           05 HD-CHANGE-TIME.
               10 HD-HH                         PIC X(02).
               10 FILLER                        PIC X(01)  VALUE ':'.
               10 HD-MM                         PIC X(02).
               10 FILLER                        PIC X(01)  VALUE ':'.
               10 HD-SS                         PIC X(02).
           05 FILLER                            PIC X(01)  VALUE SPACES.
           05 HD-PROGRAM                        PIC X(08).
           05 FILLER                            PIC X(01)  VALUE SPACES.
           05 HD-FILE-ID                        PIC X(08).
           05 FILLER                            PIC X(01)  VALUE SPACES.
           05 HD-ACTION                         PIC X(01).
           05 FILLER                            PIC X(01)  VALUE SPACES.
           05 HD-KEY                            PIC X(30).
           05 FILLER                            PIC X(01)  VALUE SPACES.
           05 HD-FIELD-NAME                     PIC X(24).
           05 FILLER                            PIC X(01)  VALUE SPACES.
           05 HD-OPERATOR-ID                    PIC X(08).
           05 FILLER                            PIC X(01)  VALUE SPACES.
           05 HD-OPERATOR-NAME                  PIC X(20).

       01  HIST-VALUE-LINE.
           05 FILLER                            PIC X(20)  VALUE SPACES.
           05 FILLER                            PIC X(08)
                  VALUE 'BEFORE: '.
           05 HV-BEFORE-VALUE                   PIC X(40).
           05 FILLER                            PIC X(09)
                  VALUE '  AFTER: '.
           05 HV-AFTER-VALUE                    PIC X(40).

       01  HIST-TOTAL-LINE.
           05 FILLER                            PIC X(16)
                  VALUE 'CHANGES LISTED: '.
           05 HT-LISTED-O                       PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(20)
                  VALUE '  UNKNOWN OPERATOR: '.
           05 HT-UNKNOWN-O                      PIC ZZZ,ZZ9.
           05 FILLER                            PIC X(10)
                  VALUE '  SYSTEM: '.
           05 HT-SYSTEM-O                       PIC ZZZ,ZZ9.

       01  SENS-TOTAL-LINE.
           05 FILLER                            PIC X(26)
                  VALUE 'SENSITIVE CHANGES LISTED: '.
           05 ST-LISTED-O                       PIC ZZZ,ZZ9.

       01  BLANK-LINE                           PIC X(132) VALUE SPACES.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-MAINLINE
               UNTIL NO-MORE-CHANGES.
           PERFORM 700-WRITE-TOTALS THRU 700-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF UNKNOWN-OPERATOR-COUNT > ZERO
               MOVE +4 TO RETURN-CODE
           ELSE
               MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS.
           PERFORM 060-READ-SELECTION-CARD THRU 060-EXIT.
           PERFORM 070-SET-REVIEW-DATES THRU 070-EXIT.
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           MOVE CURR-DATE-WS TO HH-DATE, SH-DATE.
           WRITE CHGHRPT-REC FROM HIST-HEADING-LINE.
           MOVE CS-FILE-ID       TO HS-FILE-ID.
           MOVE CS-KEY           TO HS-KEY.
           MOVE CS-OPERATOR-ID   TO HS-OPERATOR-ID.
           MOVE SEL-FROM-DATE-WS TO HS-FROM-DATE.
           MOVE SEL-TO-DATE-WS   TO HS-TO-DATE.
           WRITE CHGHRPT-REC FROM HIST-SELECTION-LINE.
           WRITE CHGHRPT-REC FROM HIST-COLUMN-LINE.
           MOVE REVIEW-FROM-DATE-WS TO SH-FROM-DATE.
           MOVE REVIEW-TO-DATE-WS   TO SH-TO-DATE.
           WRITE CHGSENS-REC FROM SENS-HEADING-LINE.
           WRITE CHGSENS-REC FROM HIST-COLUMN-LINE.
           PERFORM 900-READ-JOURNAL THRU 900-EXIT.

       050-CHECK-RUN-PARAMETERS.
           OPEN INPUT RUNPARM
           IF RUNPARM-OK
               READ RUNPARM INTO RUNPARM-REC
                   AT END MOVE SPACE TO RP-DATE-OVERRIDE-SW
               END-READ
               CLOSE RUNPARM
               IF RP-DATE-OVERRIDDEN
                   MOVE RP-BUSINESS-DATE TO CURR-DATE-WS
               END-IF
           ELSE
               DISPLAY "NO RUNPARM FILE - USING SYSTEM DATE".

      * No card, or a blank one, reports the whole journal. A date
      * that is not numeric is taken as not given.
       060-READ-SELECTION-CARD.
           MOVE SPACES TO CHGSEL-REC.
           OPEN INPUT CHGSEL.
           IF NOT CHGSEL-OK
               DISPLAY "NO SELECTION CARD - LISTING ALL CHANGES"
               MOVE ZERO TO CS-FROM-DATE, CS-TO-DATE
               GO TO 060-EXIT.
           READ CHGSEL
               AT END MOVE SPACES TO CHGSEL-REC
           END-READ.
           CLOSE CHGSEL.
           IF CS-FROM-DATE NOT NUMERIC
               MOVE ZERO TO CS-FROM-DATE.
           IF CS-TO-DATE NOT NUMERIC
               MOVE ZERO TO CS-TO-DATE.
           MOVE CS-FROM-DATE TO SEL-FROM-DATE-WS.
           IF CS-TO-DATE > ZERO
               MOVE CS-TO-DATE TO SEL-TO-DATE-WS.
       060-EXIT.
           EXIT.

      * The card's dates bound the review when it gives any; the
      * default is the week ending on the business date.
       070-SET-REVIEW-DATES.
           IF CS-FROM-DATE > ZERO OR CS-TO-DATE > ZERO
               MOVE SEL-FROM-DATE-WS TO REVIEW-FROM-DATE-WS
               MOVE SEL-TO-DATE-WS   TO REVIEW-TO-DATE-WS
               GO TO 070-EXIT.
           MOVE CURR-DATE-WS TO REVIEW-TO-DATE-WS.
           MOVE FUNCTION INTEGER-OF-DATE (CURR-DATE-WS)
                                        TO CURR-DATE-INT-WS.
           SUBTRACT REVIEW-DAYS-WS FROM CURR-DATE-INT-WS.
           ADD 1 TO CURR-DATE-INT-WS.
           MOVE FUNCTION DATE-OF-INTEGER (CURR-DATE-INT-WS)
                                        TO REVIEW-FROM-DATE-WS.
       070-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE "100-MAINLINE" TO PARA-NAME.
           PERFORM 200-LIST-ONE-CHANGE THRU 200-EXIT.
           PERFORM 900-READ-JOURNAL THRU 900-EXIT.

      * A change can land on the history report, the sensitive
      * review, both or neither - the two are selected separately.
       200-LIST-ONE-CHANGE.
           MOVE 'N' TO OPERATOR-KNOWN-SW.
           IF CJ-SENSITIVE
              AND CJ-CHANGE-DATE NOT < REVIEW-FROM-DATE-WS
              AND CJ-CHANGE-DATE NOT > REVIEW-TO-DATE-WS
               PERFORM 400-FILL-DETAIL THRU 400-EXIT
               PERFORM 600-WRITE-SENSITIVE THRU 600-EXIT.
           IF CS-FILE-ID NOT = SPACES
              AND CS-FILE-ID NOT = CJ-FILE-ID
               GO TO 200-EXIT.
           IF CS-KEY NOT = SPACES
              AND CS-KEY NOT = CJ-KEY
               GO TO 200-EXIT.
           IF CS-OPERATOR-ID NOT = SPACES
              AND CS-OPERATOR-ID NOT = CJ-OPERATOR-ID
               GO TO 200-EXIT.
           IF CJ-CHANGE-DATE < SEL-FROM-DATE-WS
              OR CJ-CHANGE-DATE > SEL-TO-DATE-WS
               GO TO 200-EXIT.
           PERFORM 400-FILL-DETAIL THRU 400-EXIT.
           PERFORM 500-WRITE-HISTORY THRU 500-EXIT.
       200-EXIT.
           EXIT.

      * Names the operator from the authorization master. A blank
      * operator is a change the system applied on its own; one the
      * master has never heard of is flagged for follow-up.
       300-LOOKUP-OPERATOR.
           IF CJ-OPERATOR-ID = LAST-OPERATOR-ID
              AND LAST-OPERATOR-ID NOT = SPACES
               GO TO 300-EXIT.
           MOVE CJ-OPERATOR-ID TO LAST-OPERATOR-ID.
           MOVE 'N'            TO LAST-OPERATOR-KNOWN-SW.
           IF CJ-OPERATOR-ID = SPACES
               MOVE '(SYSTEM/SCHEDULED)' TO LAST-OPERATOR-NAME
               MOVE 'Y'                  TO LAST-OPERATOR-KNOWN-SW
               GO TO 300-EXIT.
           MOVE CJ-OPERATOR-ID TO AU-OPERATOR-ID.
           READ AUTHMSTR.
           IF NOT AUTHMSTR-FOUND
               MOVE '*** UNKNOWN OPERATOR' TO LAST-OPERATOR-NAME
               GO TO 300-EXIT.
           MOVE AU-OPERATOR-NAME TO LAST-OPERATOR-NAME.
           MOVE 'Y'              TO LAST-OPERATOR-KNOWN-SW.
       300-EXIT.
           EXIT.

      * Filled once per change; the history and review lines share
      * the layout.
       400-FILL-DETAIL.
           IF OPERATOR-KNOWN
               GO TO 400-EXIT.
           PERFORM 300-LOOKUP-OPERATOR THRU 300-EXIT.
           MOVE 'Y'                TO OPERATOR-KNOWN-SW.
           MOVE CJ-CHANGE-DATE     TO HD-CHANGE-DATE.
           MOVE CJ-CHANGE-TIME     TO CHANGE-TIME-WS.
           MOVE CHANGE-HH          TO HD-HH.
           MOVE CHANGE-MM          TO HD-MM.
           MOVE CHANGE-SS          TO HD-SS.
           MOVE CJ-PROGRAM         TO HD-PROGRAM.
           MOVE CJ-FILE-ID         TO HD-FILE-ID.
           MOVE CJ-ACTION          TO HD-ACTION.
           MOVE CJ-KEY             TO HD-KEY.
           MOVE CJ-FIELD-NAME      TO HD-FIELD-NAME.
           MOVE CJ-OPERATOR-ID     TO HD-OPERATOR-ID.
           MOVE LAST-OPERATOR-NAME TO HD-OPERATOR-NAME.
           MOVE CJ-BEFORE-VALUE    TO HV-BEFORE-VALUE.
           MOVE CJ-AFTER-VALUE     TO HV-AFTER-VALUE.
       400-EXIT.
           EXIT.

       500-WRITE-HISTORY.
           WRITE CHGHRPT-REC FROM HIST-DETAIL-LINE.
           WRITE CHGHRPT-REC FROM HIST-VALUE-LINE.
           ADD +1 TO CHANGES-LISTED.
           IF CJ-OPERATOR-ID = SPACES
               ADD +1 TO SYSTEM-CHANGE-COUNT
           ELSE
           IF LAST-OPERATOR-KNOWN-SW NOT = 'Y'
               ADD +1 TO UNKNOWN-OPERATOR-COUNT.
       500-EXIT.
           EXIT.

       600-WRITE-SENSITIVE.
           WRITE CHGSENS-REC FROM HIST-DETAIL-LINE.
           WRITE CHGSENS-REC FROM HIST-VALUE-LINE.
           ADD +1 TO SENSITIVE-LISTED.
       600-EXIT.
           EXIT.

       700-WRITE-TOTALS.
           MOVE CHANGES-LISTED         TO HT-LISTED-O.
           MOVE UNKNOWN-OPERATOR-COUNT TO HT-UNKNOWN-O.
           MOVE SYSTEM-CHANGE-COUNT    TO HT-SYSTEM-O.
           WRITE CHGHRPT-REC FROM BLANK-LINE.
           WRITE CHGHRPT-REC FROM HIST-TOTAL-LINE.
           MOVE SENSITIVE-LISTED       TO ST-LISTED-O.
           WRITE CHGSENS-REC FROM BLANK-LINE.
           WRITE CHGSENS-REC FROM SENS-TOTAL-LINE.
       700-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
      * No journal yet - no maintenance has run since it was set up -
      * still prints the report headings and zero totals.
           OPEN INPUT CHGJRNL.
           IF CHGJRNL-OK
               MOVE 'Y' TO JOURNAL-AVAILABLE-SW
           ELSE
               DISPLAY "NO CHANGE JOURNAL THIS RUN"
               MOVE 'N' TO MORE-CHANGES-SW.
           OPEN INPUT AUTHMSTR.
           IF NOT AUTHMSTR-OK
               MOVE "AUTHORIZATION MASTER PROBLEM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN OUTPUT CHGHRPT.
           OPEN OUTPUT CHGSENS.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE AUTHMSTR, CHGHRPT, CHGSENS.
           IF JOURNAL-AVAILABLE
               CLOSE CHGJRNL.
       850-EXIT.
           EXIT.

       900-READ-JOURNAL.
           IF NO-MORE-CHANGES
               GO TO 900-EXIT.
           READ CHGJRNL
               AT END MOVE 'N' TO MORE-CHANGES-SW
               GO TO 900-EXIT
           END-READ.
           ADD +1 TO CHANGES-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DISPLAY "CHANGES READ:      " CHANGES-READ.
           DISPLAY "CHANGES LISTED:    " CHANGES-LISTED.
           DISPLAY "UNKNOWN OPERATOR:  " UNKNOWN-OPERATOR-COUNT.
           DISPLAY "SENSITIVE LISTED:  " SENSITIVE-LISTED.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - CHGHIST ***"
               UPON CONSOLE.
           DISPLAY ABEND-REASON UPON CONSOLE.
           PERFORM 850-CLOSE-FILES THRU 850-EXIT.
           DIVIDE ZERO-VAL INTO ONE-VAL.
