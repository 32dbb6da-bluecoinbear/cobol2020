       IDENTIFICATION DIVISION.
       PROGRAM-ID.      READMRPT.
      * Monthly 30-day readmission report. Every stay admitted in
      * the month of the business date is linked to the same
      * patient's previous discharge, and one that began within 30
      * days of it is listed as a readmission with the days between
      * the stays, the prior and current diagnosis and ward, and the
      * stay's physician. Stays are gathered from PATMSTR -
      * the current stay and the discharged one HOSPADMT readmitted
      * over - and from the purged stays on PATARCH, then sorted by
      * patient and admission date so each stay meets the one before
      * it. A master record readmitted before the prior stay was
      * kept on it falls back to the stay segments on STAYSEG for
      * the prior discharge date and ward. Readmission rates - as a
      * share of the month's admissions - are summarized by current
      * diagnosis, ward and physician, with readmissions for the
      * same diagnosis as the prior stay called out, since those are
      * the ones the payers penalize. The physician is the stay's
      * attending physician on PATMSTR (or its archived copy), or
      * the ward's primary physician from WARD_DATA when none was
      * captured - a prior stay kept on the master carries no
      * attending - the same attribution the case-mix report uses.
      * Honors the RUNPARM business date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATMSTR
             ASSIGN TO PATMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PATMSTR-KEY
               FILE STATUS IS PATMSTR-ST.
           SELECT PATARCH
             ASSIGN TO PATARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PATARCH-ST.
           SELECT STAYSEG
             ASSIGN TO STAYSEG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-SEG-KEY
               FILE STATUS IS STAYSEG-ST.
           SELECT READMWK
             ASSIGN TO READMWK.
           SELECT READMIT
             ASSIGN TO READMIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS READMIT-ST.
           SELECT RUNPARM
             ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PATMSTR
           RECORD CONTAINS 80 CHARACTERS.
           COPY PATMSTR.

      * ARCHPURG's copy of a purged PATMSTR record.
       FD  PATARCH
           RECORD CONTAINS 80 CHARACTERS.
       01  PATARCH-REC.
           05 PA-PATIENT-KEY            PIC X(09).
           05 PA-DATE-ADMIT             PIC 9(08).
           05 PA-DIAG-CODE-PRIMARY      PIC X(06).
           05 PA-BED-ID-PRIMARY         PIC X(04).
           05 PA-DISCHARGE-DATE         PIC 9(08).
           05 PA-WARD-ID                PIC X(04).
           05 PA-PRIOR-ADMIT-DATE       PIC 9(08).
           05 PA-PRIOR-DISCH-DATE       PIC 9(08).
           05 PA-PRIOR-DIAG-CODE        PIC X(06).
           05 PA-PRIOR-WARD-ID          PIC X(04).
           05 PA-ATTENDING-ID           PIC X(09).
           05 FILLER                    PIC X(06).

       FD  STAYSEG
           RECORD CONTAINS 60 CHARACTERS.
           COPY STAYSEG.

      * One entry per stay, sorted into patient and admission order.
      * A discharge-only entry comes from the stay segments: it has
      * no admission of its own to count and only stands as the
      * prior discharge for the stay after it.
       SD  READMWK
           RECORD CONTAINS 60 CHARACTERS.
       01  READMWK-REC.
           05  RW-PATIENT-ID            PIC X(09).
           05  RW-ADMIT-DATE            PIC 9(08).
           05  RW-DISCHARGE-DATE        PIC 9(08).
           05  RW-DIAG-CODE             PIC X(06).
           05  RW-WARD-ID               PIC X(04).
           05  RW-ENTRY-TYPE            PIC X(01).
               88  RW-FULL-STAY                 VALUE 'S'.
               88  RW-DISCHARGE-ONLY            VALUE 'D'.
           05  RW-ATTENDING-ID          PIC X(09).
           05  FILLER                   PIC X(15).

       FD  READMIT
           RECORD CONTAINS 132 CHARACTERS.
       01 READMIT-LINE                PIC X(132).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.

      * Standard DB2 SQL communications area (expansion of the
      * DB2 precompiler's EXEC SQL INCLUDE SQLCA).
       01  SQLCA.
           05 SQLCAID                           PIC X(8).
           05 SQLCABC                           PIC S9(9) COMP.
           05 SQLCODE                           PIC S9(9) COMP.
           05 SQLERRM.
               49 SQLERRML                      PIC S9(4) COMP.
               49 SQLERRMC                      PIC X(70).
           05 SQLERRP                           PIC X(8).
           05 SQLERRD OCCURS 6 TIMES            PIC S9(9) COMP.
           05 SQLWARN.
               10 SQLWARN0                      PIC X(1).
               10 SQLWARN1                      PIC X(1).
               10 SQLWARN2                      PIC X(1).
               10 SQLWARN3                      PIC X(1).
               10 SQLWARN4                      PIC X(1).
               10 SQLWARN5                      PIC X(1).
               10 SQLWARN6                      PIC X(1).
               10 SQLWARN7                      PIC X(1).
           05 SQLEXT                            PIC X(8).

      * DB2 host variables for the ward's primary physician.
       01  DCLWARD-CODES.
           05 WARD-ID                           PIC X(04).
           05 PRIMARY-PHYSICIAN-ID              PIC X(09).

       01 PROGRAM-SWITCHES.
           05 PATMSTR-ST                PIC X(2).
               88 PATMSTR-OK                       VALUE '00'.
               88 PATMSTR-MISSING                  VALUE '35'.
           05 PATARCH-ST                PIC X(2).
               88 PATARCH-OK                       VALUE '00'.
               88 PATARCH-MISSING                  VALUE '35'.
           05 STAYSEG-ST                PIC X(2).
               88 STAYSEG-OK                       VALUE '00'.
               88 STAYSEG-MISSING                  VALUE '35'.
           05 READMIT-ST                PIC X(2).
               88 READMIT-OK                       VALUE '00'.
           05 RUNPARM-ST                PIC X(2).
               88 RUNPARM-OK                       VALUE '00'.
           05 PATMSTR-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-PATIENTS                 VALUE 'Y'.
           05 PATARCH-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-ARCHIVED                 VALUE 'Y'.
           05 STAYSEG-EOF-SW            PIC X(1)   VALUE 'N'.
               88 NO-MORE-SEGMENTS                 VALUE 'Y'.
           05 SORTED-EOF-SW             PIC X(1)   VALUE 'N'.
               88 NO-MORE-SORTED                   VALUE 'Y'.
           05 ENTRY-FOUND-SW            PIC X(1)   VALUE 'N'.
               88 ENTRY-FOUND                      VALUE 'Y'.
           05 SAME-DIAG-SW              PIC X(1)   VALUE 'N'.
               88 SAME-DIAGNOSIS                   VALUE 'Y'.

      * A stay beginning this many days or fewer after the prior
      * discharge is a readmission.
       01 READMIT-WINDOW-WS.
           05 READMIT-WINDOW-DAYS-WS    PIC 9(03)  VALUE 030.

      * The stay before the one in hand, for the same patient.
       01 PRIOR-STAY-WS.
           05 PRIOR-PATIENT-WS          PIC X(09).
           05 PRIOR-ADMIT-DATE-WS       PIC 9(08).
           05 PRIOR-DISCH-DATE-WS       PIC 9(08).
           05 PRIOR-DIAG-CODE-WS        PIC X(06).
           05 PRIOR-WARD-ID-WS          PIC X(04).

       01 STAY-WORK-WS.
           05 STAY-PHYSICIAN-WS         PIC X(09).
           05 DAYS-BETWEEN-WS           PIC S9(05).
           05 ADMIT-INT-WS              PIC 9(09).
           05 DISCH-INT-WS              PIC 9(09).
           05 SEG-PATIENT-WS            PIC X(09).
           05 SEG-ADMIT-DATE-WS         PIC 9(08).
           05 SEG-LAST-START-WS         PIC 9(08).
           05 SEG-LAST-END-WS           PIC 9(08).
           05 SEG-LAST-WARD-WS          PIC X(04).

       01 COUNTERS-AND-ACCUMULATORS-WS.
           05 MASTER-RECORDS-READ-WS    PIC S9(7)    VALUE ZERO.
           05 ARCHIVE-RECORDS-READ-WS   PIC S9(7)    VALUE ZERO.
           05 READMITS-LISTED-WS        PIC S9(7)    VALUE ZERO.

      * Ward primary physicians already fetched this run.
       01 WARD-CACHE-TABLE.
           05 WARD-CACHE-COUNT          PIC 9(04)  COMP VALUE ZERO.
           05 WARD-CACHE-ENTRY OCCURS 200 TIMES
                  INDEXED BY WC-IDX.
               10 WC-WARD-ID            PIC X(04).
               10 WC-PHYSICIAN-ID       PIC X(09).

      * Readmission accumulators. The diagnosis, ward and physician
      * tables and the grand total share one layout so one
      * paragraph prints any of them.
       01 DIAG-RATE-TABLE.
           05 DIAG-RATE-COUNT           PIC 9(04)  COMP VALUE ZERO.
           05 DIAG-RATE-ENTRY OCCURS 500 TIMES
                  INDEXED BY DR-IDX.
               10 DR-DIAG-CODE          PIC X(09).
               10 DR-TOTALS.
                   15 DR-ADMISSIONS     PIC S9(7).
                   15 DR-READMITS       PIC S9(7).
                   15 DR-SAME-DIAG      PIC S9(7).
                   15 DR-DAYS-SUM       PIC S9(9).

       01 WARD-RATE-TABLE.
           05 WARD-RATE-COUNT           PIC 9(04)  COMP VALUE ZERO.
           05 WARD-RATE-ENTRY OCCURS 200 TIMES
                  INDEXED BY WR-IDX.
               10 WR-WARD-ID            PIC X(09).
               10 WR-TOTALS.
                   15 WR-ADMISSIONS     PIC S9(7).
                   15 WR-READMITS       PIC S9(7).
                   15 WR-SAME-DIAG      PIC S9(7).
                   15 WR-DAYS-SUM       PIC S9(9).

       01 PHYS-RATE-TABLE.
           05 PHYS-RATE-COUNT           PIC 9(04)  COMP VALUE ZERO.
           05 PHYS-RATE-ENTRY OCCURS 200 TIMES
                  INDEXED BY PR-IDX.
               10 PR-PHYSICIAN-ID       PIC X(09).
               10 PR-TOTALS.
                   15 PR-ADMISSIONS     PIC S9(7).
                   15 PR-READMITS       PIC S9(7).
                   15 PR-SAME-DIAG      PIC S9(7).
                   15 PR-DAYS-SUM       PIC S9(9).

       01 GRAND-RATE-WS.
           05 GR-TOTALS.
               10 GR-ADMISSIONS         PIC S9(7).
               10 GR-READMITS           PIC S9(7).
               10 GR-SAME-DIAG          PIC S9(7).
               10 GR-DAYS-SUM           PIC S9(9).

      * Work copy of whichever accumulator is being printed.
       01 RATE-PRINT-WS.
           05 RP-NAME                   PIC X(09).
           05 RP-TOTALS.
               10 RP-ADMISSIONS         PIC S9(7).
               10 RP-READMITS           PIC S9(7).
               10 RP-SAME-DIAG          PIC S9(7).
               10 RP-DAYS-SUM           PIC S9(9).
           05 RP-READMIT-PCT            PIC S9(3)V9.
           05 RP-SAME-PCT               PIC S9(3)V9.
           05 RP-AVG-DAYS               PIC S9(3)V9.

       01 DATE-FIELDS-WS.
           05 CURR-DATE-WS              PIC 9(08).
           05 CURR-DATE-X REDEFINES CURR-DATE-WS.
               10 CURR-YEAR-WS          PIC 9(04).
               10 CURR-MONTH-WS         PIC 9(02).
               10 FILLER                PIC 9(02).
      * First and last day of the month. The last day is the 31st
      * whether or not the month has one - it is only ever compared
      * against.
           05 MONTH-START-DATE-WS       PIC 9(08).
           05 MONTH-START-X REDEFINES MONTH-START-DATE-WS.
               10 MONTH-START-YEAR      PIC 9(04).
               10 MONTH-START-MONTH     PIC 9(02).
               10 MONTH-START-DAY       PIC 9(02).
           05 MONTH-END-DATE-WS         PIC 9(08).
           05 MONTH-END-X REDEFINES MONTH-END-DATE-WS.
               10 MONTH-END-YEAR        PIC 9(04).
               10 MONTH-END-MONTH       PIC 9(02).
               10 MONTH-END-DAY         PIC 9(02).

       01 HEADING-ONE.
           05 HDG-DATE                  PIC XXXX/XX/XX.
           05 FILLER                    PIC X(20)  VALUE SPACES.
           05 FILLER                    PIC X(36)
                  VALUE '30-Day Readmission Report'.
           05 FILLER                    PIC X(07)  VALUE 'MONTH: '.
           05 HDG-YEAR                  PIC 9(04).
           05 FILLER                    PIC X(01)  VALUE '/'.
           05 HDG-MONTH                 PIC 9(02).

       01 SECTION-HEADING.
           05 SEC-TITLE                 PIC X(40).

       01 READMIT-COLUMNS.
           05 FILLER                    PIC X(11)  VALUE 'PATIENT'.
           05 FILLER                    PIC X(12)  VALUE 'PRIOR DISCH'.
           05 FILLER                    PIC X(08)  VALUE 'DIAG'.
           05 FILLER                    PIC X(06)  VALUE 'WARD'.
           05 FILLER                    PIC X(12)  VALUE 'READMITTED'.
           05 FILLER                    PIC X(08)  VALUE 'DIAG'.
           05 FILLER                    PIC X(06)  VALUE 'WARD'.
           05 FILLER                    PIC X(11)  VALUE 'PHYSICIAN'.
           05 FILLER                    PIC X(06)  VALUE '  DAYS'.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 FILLER                    PIC X(12)  VALUE 'FLAG'.

       01 READMIT-DETAIL-LINE.
           05 RD-PATIENT-ID             PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RD-PRIOR-DISCH-DATE       PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RD-PRIOR-DIAG-CODE        PIC X(06).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RD-PRIOR-WARD-ID          PIC X(04).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RD-ADMIT-DATE             PIC XXXX/XX/XX.
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RD-DIAG-CODE              PIC X(06).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RD-WARD-ID                PIC X(04).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RD-PHYSICIAN-ID           PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RD-DAYS                   PIC ZZZ9.
           05 FILLER                    PIC X(04)  VALUE SPACES.
           05 RD-FLAG                   PIC X(12).

       01 RATE-COLUMNS.
           05 FILLER                    PIC X(11)  VALUE SPACES.
           05 FILLER                    PIC X(10)  VALUE ' ADMITTED'.
           05 FILLER                    PIC X(10)  VALUE ' READMITS'.
           05 FILLER                    PIC X(09)  VALUE '    RATE'.
           05 FILLER                    PIC X(11)  VALUE '  SAME DIAG'.
           05 FILLER                    PIC X(09)  VALUE '    RATE'.
           05 FILLER                    PIC X(10)  VALUE '  AVG DAYS'.

       01 RATE-LINE.
           05 RL-NAME                   PIC X(09).
           05 FILLER                    PIC X(02)  VALUE SPACES.
           05 RL-ADMISSIONS             PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 RL-READMITS               PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 RL-READMIT-PCT            PIC ZZ9.9.
           05 FILLER                    PIC X(01)  VALUE '%'.
           05 FILLER                    PIC X(05)  VALUE SPACES.
           05 RL-SAME-DIAG              PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 RL-SAME-PCT               PIC ZZ9.9.
           05 FILLER                    PIC X(01)  VALUE '%'.
           05 FILLER                    PIC X(05)  VALUE SPACES.
           05 RL-AVG-DAYS               PIC ZZ9.9.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
      * Of two entries for the same stay, the one carrying the
      * attending physician sorts first and is the one counted.
           SORT READMWK
               ON ASCENDING KEY RW-PATIENT-ID
                                RW-ADMIT-DATE
               ON DESCENDING KEY RW-ATTENDING-ID
               INPUT PROCEDURE IS 200-GATHER-STAYS
               OUTPUT PROCEDURE IS 500-LINK-STAYS.
           PERFORM 700-WRITE-SUMMARIES.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           MOVE CURR-DATE-WS TO HDG-DATE.
           PERFORM 105-CHECK-RUN-PARAMETERS.
           MOVE CURR-YEAR-WS  TO MONTH-START-YEAR, MONTH-END-YEAR.
           MOVE CURR-MONTH-WS TO MONTH-START-MONTH, MONTH-END-MONTH.
           MOVE 01 TO MONTH-START-DAY.
           MOVE 31 TO MONTH-END-DAY.
           INITIALIZE GRAND-RATE-WS.
           OPEN INPUT PATMSTR
           IF PATMSTR-MISSING
              DISPLAY 'NO PATIENT MASTER - NOTHING TO REPORT'
              MOVE 'Y' TO PATMSTR-EOF-SW
           ELSE
           IF NOT PATMSTR-OK
              DISPLAY 'PATIENT MASTER FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT PATARCH
           IF PATARCH-MISSING
              DISPLAY 'NO PATIENT ARCHIVE - CURRENT MASTER ONLY'
              MOVE 'Y' TO PATARCH-EOF-SW
           ELSE
           IF NOT PATARCH-OK
              DISPLAY 'PATIENT ARCHIVE FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT STAYSEG
           IF NOT STAYSEG-OK
              AND NOT STAYSEG-MISSING
              DISPLAY 'STAY SEGMENT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT READMIT
           IF NOT READMIT-OK
              DISPLAY 'READMISSION REPORT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE CURR-YEAR-WS  TO HDG-YEAR.
           MOVE CURR-MONTH-WS TO HDG-MONTH.
           WRITE READMIT-LINE FROM HEADING-ONE.
           MOVE SPACES TO READMIT-LINE.
           WRITE READMIT-LINE.
           MOVE 'READMISSIONS WITHIN 30 DAYS' TO SEC-TITLE.
           WRITE READMIT-LINE FROM SECTION-HEADING.
           WRITE READMIT-LINE FROM READMIT-COLUMNS.

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

      * Sort input: every stay on the master and the archive, and
      * the prior stay each readmitted record carries.
       200-GATHER-STAYS.
           PERFORM 210-READ-PATIENT.
           PERFORM 220-RELEASE-MASTER-STAYS UNTIL NO-MORE-PATIENTS.
           PERFORM 215-READ-ARCHIVE.
           PERFORM 260-RELEASE-ARCHIVE-STAYS UNTIL NO-MORE-ARCHIVED.

       210-READ-PATIENT.
           IF NOT NO-MORE-PATIENTS
              READ PATMSTR NEXT RECORD
                 AT END
                    MOVE 'Y' TO PATMSTR-EOF-SW
              END-READ
           END-IF.
           IF NOT NO-MORE-PATIENTS
              ADD 1 TO MASTER-RECORDS-READ-WS
           END-IF.

       215-READ-ARCHIVE.
           IF NOT NO-MORE-ARCHIVED
              READ PATARCH
                 AT END
                    MOVE 'Y' TO PATARCH-EOF-SW
              END-READ
           END-IF.
           IF NOT NO-MORE-ARCHIVED
              ADD 1 TO ARCHIVE-RECORDS-READ-WS
           END-IF.

      * A record written before the prior stay was kept on it has
      * no prior dates; if it was admitted in the month its stay
      * segments are searched for the discharge before it.
       220-RELEASE-MASTER-STAYS.
           MOVE SPACES                    TO READMWK-REC.
           MOVE PATMSTR-KEY               TO RW-PATIENT-ID.
           MOVE PATMSTR-DATE-ADMIT        TO RW-ADMIT-DATE.
           MOVE PATMSTR-DISCHARGE-DATE    TO RW-DISCHARGE-DATE.
           MOVE PATMSTR-DIAG-CODE-PRIMARY TO RW-DIAG-CODE.
           MOVE PATMSTR-WARD-ID           TO RW-WARD-ID.
           MOVE PATMSTR-ATTENDING-ID      TO RW-ATTENDING-ID.
           MOVE 'S'                       TO RW-ENTRY-TYPE.
           RELEASE READMWK-REC.
           IF PATMSTR-PRIOR-DISCH-DATE NUMERIC
              AND PATMSTR-PRIOR-DISCH-DATE > ZERO
              MOVE SPACES                   TO READMWK-REC
              MOVE PATMSTR-KEY              TO RW-PATIENT-ID
              MOVE PATMSTR-PRIOR-ADMIT-DATE TO RW-ADMIT-DATE
              MOVE PATMSTR-PRIOR-DISCH-DATE TO RW-DISCHARGE-DATE
              MOVE PATMSTR-PRIOR-DIAG-CODE  TO RW-DIAG-CODE
              MOVE PATMSTR-PRIOR-WARD-ID    TO RW-WARD-ID
              MOVE 'S'                      TO RW-ENTRY-TYPE
              RELEASE READMWK-REC
           ELSE
              IF PATMSTR-DATE-ADMIT NOT < MONTH-START-DATE-WS
                 AND PATMSTR-DATE-ADMIT NOT > MONTH-END-DATE-WS
                 AND NOT STAYSEG-MISSING
                 PERFORM 240-FIND-SEGMENT-DISCHARGE
              END-IF
           END-IF.
           PERFORM 210-READ-PATIENT.

      * The latest segment closed before this admission, from a
      * stay that began before it, ends the patient's prior stay.
       240-FIND-SEGMENT-DISCHARGE.
           MOVE PATMSTR-KEY        TO SEG-PATIENT-WS.
           MOVE PATMSTR-DATE-ADMIT TO SEG-ADMIT-DATE-WS.
           MOVE ZERO               TO SEG-LAST-START-WS
                                      SEG-LAST-END-WS.
           MOVE SPACES             TO SEG-LAST-WARD-WS.
           MOVE 'N'                TO STAYSEG-EOF-SW.
           MOVE SEG-PATIENT-WS     TO SS-PATIENT-ID.
           MOVE ZERO               TO SS-SEGMENT-SEQ.
           START STAYSEG KEY IS NOT LESS THAN SS-SEG-KEY
              INVALID KEY
                 MOVE 'Y' TO STAYSEG-EOF-SW
           END-START.
           PERFORM 245-CHECK-ONE-SEGMENT UNTIL NO-MORE-SEGMENTS.
           IF SEG-LAST-END-WS > ZERO
              MOVE SPACES           TO READMWK-REC
              MOVE SEG-PATIENT-WS   TO RW-PATIENT-ID
              MOVE SEG-LAST-START-WS TO RW-ADMIT-DATE
              MOVE SEG-LAST-END-WS  TO RW-DISCHARGE-DATE
              MOVE SEG-LAST-WARD-WS TO RW-WARD-ID
              MOVE 'D'              TO RW-ENTRY-TYPE
              RELEASE READMWK-REC
           END-IF.

       245-CHECK-ONE-SEGMENT.
           READ STAYSEG NEXT RECORD
              AT END
                 MOVE 'Y' TO STAYSEG-EOF-SW
           END-READ.
           IF NOT NO-MORE-SEGMENTS
              IF SS-PATIENT-ID NOT = SEG-PATIENT-WS
                 MOVE 'Y' TO STAYSEG-EOF-SW
              ELSE
                 IF SS-END-DATE > SEG-LAST-END-WS
                    AND SS-END-DATE NOT > SEG-ADMIT-DATE-WS
                    AND SS-START-DATE < SEG-ADMIT-DATE-WS
                    MOVE SS-START-DATE TO SEG-LAST-START-WS
                    MOVE SS-END-DATE TO SEG-LAST-END-WS
                    MOVE SS-WARD-ID  TO SEG-LAST-WARD-WS
                 END-IF
              END-IF
           END-IF.

       260-RELEASE-ARCHIVE-STAYS.
           MOVE SPACES               TO READMWK-REC.
           MOVE PA-PATIENT-KEY       TO RW-PATIENT-ID.
           MOVE PA-DATE-ADMIT        TO RW-ADMIT-DATE.
           MOVE PA-DISCHARGE-DATE    TO RW-DISCHARGE-DATE.
           MOVE PA-DIAG-CODE-PRIMARY TO RW-DIAG-CODE.
           MOVE PA-WARD-ID           TO RW-WARD-ID.
           MOVE PA-ATTENDING-ID      TO RW-ATTENDING-ID.
           MOVE 'S'                  TO RW-ENTRY-TYPE.
           RELEASE READMWK-REC.
           IF PA-PRIOR-DISCH-DATE NUMERIC
              AND PA-PRIOR-DISCH-DATE > ZERO
              MOVE SPACES              TO READMWK-REC
              MOVE PA-PATIENT-KEY      TO RW-PATIENT-ID
              MOVE PA-PRIOR-ADMIT-DATE TO RW-ADMIT-DATE
              MOVE PA-PRIOR-DISCH-DATE TO RW-DISCHARGE-DATE
              MOVE PA-PRIOR-DIAG-CODE  TO RW-DIAG-CODE
              MOVE PA-PRIOR-WARD-ID    TO RW-WARD-ID
              MOVE 'S'                 TO RW-ENTRY-TYPE
              RELEASE READMWK-REC
           END-IF.
           PERFORM 215-READ-ARCHIVE.

      * Sort output: each stay against the patient's stay before
      * it. The same stay reached twice (on the archive and as a
      * prior stay, or from the stay segments) is taken once, the
      * full stay winning over a discharge-only entry.
       500-LINK-STAYS.
           MOVE SPACES TO PRIOR-PATIENT-WS.
           PERFORM 520-LINK-ONE-STAY UNTIL NO-MORE-SORTED.

       520-LINK-ONE-STAY.
           RETURN READMWK
              AT END
                 MOVE 'Y' TO SORTED-EOF-SW
           END-RETURN.
           IF NOT NO-MORE-SORTED
              IF RW-PATIENT-ID NOT = PRIOR-PATIENT-WS
                 MOVE ZERO TO PRIOR-ADMIT-DATE-WS
                              PRIOR-DISCH-DATE-WS
              END-IF
              IF RW-PATIENT-ID = PRIOR-PATIENT-WS
                 AND RW-ADMIT-DATE = PRIOR-ADMIT-DATE-WS
                 IF RW-FULL-STAY
                    PERFORM 580-HOLD-PRIOR-STAY
                 END-IF
              ELSE
                 IF RW-FULL-STAY
                    AND RW-ADMIT-DATE NOT < MONTH-START-DATE-WS
                    AND RW-ADMIT-DATE NOT > MONTH-END-DATE-WS
                    PERFORM 540-COUNT-ADMISSION
                 END-IF
                 PERFORM 580-HOLD-PRIOR-STAY
              END-IF
           END-IF.

       540-COUNT-ADMISSION.
           IF RW-ATTENDING-ID = SPACES
              PERFORM 300-GET-WARD-PHYSICIAN
           ELSE
              MOVE RW-ATTENDING-ID TO STAY-PHYSICIAN-WS
           END-IF.
           MOVE 'N' TO SAME-DIAG-SW.
           MOVE -1  TO DAYS-BETWEEN-WS.
           IF RW-PATIENT-ID = PRIOR-PATIENT-WS
              AND PRIOR-DISCH-DATE-WS > ZERO
              AND PRIOR-DISCH-DATE-WS NOT > RW-ADMIT-DATE
              MOVE FUNCTION INTEGER-OF-DATE (RW-ADMIT-DATE)
                                        TO ADMIT-INT-WS
              MOVE FUNCTION INTEGER-OF-DATE (PRIOR-DISCH-DATE-WS)
                                        TO DISCH-INT-WS
              COMPUTE DAYS-BETWEEN-WS = ADMIT-INT-WS - DISCH-INT-WS
              IF DAYS-BETWEEN-WS > READMIT-WINDOW-DAYS-WS
                 MOVE -1 TO DAYS-BETWEEN-WS
              END-IF
           END-IF.
           IF DAYS-BETWEEN-WS NOT < ZERO
              AND PRIOR-DIAG-CODE-WS = RW-DIAG-CODE
              MOVE 'Y' TO SAME-DIAG-SW
           END-IF.
           PERFORM 400-FIND-DIAGNOSIS.
           IF ENTRY-FOUND
              ADD 1 TO DR-ADMISSIONS (DR-IDX)
              IF DAYS-BETWEEN-WS NOT < ZERO
                 ADD 1               TO DR-READMITS (DR-IDX)
                 ADD DAYS-BETWEEN-WS TO DR-DAYS-SUM (DR-IDX)
                 IF SAME-DIAGNOSIS
                    ADD 1 TO DR-SAME-DIAG (DR-IDX)
                 END-IF
              END-IF
           END-IF.
           PERFORM 420-FIND-WARD.
           IF ENTRY-FOUND
              ADD 1 TO WR-ADMISSIONS (WR-IDX)
              IF DAYS-BETWEEN-WS NOT < ZERO
                 ADD 1               TO WR-READMITS (WR-IDX)
                 ADD DAYS-BETWEEN-WS TO WR-DAYS-SUM (WR-IDX)
                 IF SAME-DIAGNOSIS
                    ADD 1 TO WR-SAME-DIAG (WR-IDX)
                 END-IF
              END-IF
           END-IF.
           PERFORM 440-FIND-PHYSICIAN.
           IF ENTRY-FOUND
              ADD 1 TO PR-ADMISSIONS (PR-IDX)
              IF DAYS-BETWEEN-WS NOT < ZERO
                 ADD 1               TO PR-READMITS (PR-IDX)
                 ADD DAYS-BETWEEN-WS TO PR-DAYS-SUM (PR-IDX)
                 IF SAME-DIAGNOSIS
                    ADD 1 TO PR-SAME-DIAG (PR-IDX)
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO GR-ADMISSIONS.
           IF DAYS-BETWEEN-WS NOT < ZERO
              ADD 1               TO GR-READMITS
              ADD DAYS-BETWEEN-WS TO GR-DAYS-SUM
              IF SAME-DIAGNOSIS
                 ADD 1 TO GR-SAME-DIAG
              END-IF
              PERFORM 560-WRITE-READMISSION
           END-IF.

       560-WRITE-READMISSION.
           MOVE RW-PATIENT-ID       TO RD-PATIENT-ID.
           MOVE PRIOR-DISCH-DATE-WS TO RD-PRIOR-DISCH-DATE.
           IF PRIOR-DIAG-CODE-WS = SPACES
              MOVE 'N/A'              TO RD-PRIOR-DIAG-CODE
           ELSE
              MOVE PRIOR-DIAG-CODE-WS TO RD-PRIOR-DIAG-CODE
           END-IF.
           MOVE PRIOR-WARD-ID-WS    TO RD-PRIOR-WARD-ID.
           MOVE RW-ADMIT-DATE       TO RD-ADMIT-DATE.
           MOVE RW-DIAG-CODE        TO RD-DIAG-CODE.
           MOVE RW-WARD-ID          TO RD-WARD-ID.
           MOVE STAY-PHYSICIAN-WS   TO RD-PHYSICIAN-ID.
           MOVE DAYS-BETWEEN-WS     TO RD-DAYS.
           IF SAME-DIAGNOSIS
              MOVE '*SAME DIAG*' TO RD-FLAG
           ELSE
              MOVE SPACES        TO RD-FLAG
           END-IF.
           WRITE READMIT-LINE FROM READMIT-DETAIL-LINE.
           ADD 1 TO READMITS-LISTED-WS.

      * A discharge-only entry carries no diagnosis, so a stay
      * readmitted after it shows its prior diagnosis as N/A.
       580-HOLD-PRIOR-STAY.
           MOVE RW-PATIENT-ID     TO PRIOR-PATIENT-WS.
           MOVE RW-ADMIT-DATE     TO PRIOR-ADMIT-DATE-WS.
           MOVE RW-DISCHARGE-DATE TO PRIOR-DISCH-DATE-WS.
           MOVE RW-DIAG-CODE      TO PRIOR-DIAG-CODE-WS.
           MOVE RW-WARD-ID        TO PRIOR-WARD-ID-WS.

      * A ward not on WARD_DATA reports under UNKNOWN rather than
      * stopping the run.
       300-GET-WARD-PHYSICIAN.
           MOVE 'N' TO ENTRY-FOUND-SW.
           IF WARD-CACHE-COUNT > ZERO
              SET WC-IDX TO 1
              SEARCH WARD-CACHE-ENTRY
                 AT END
                    MOVE 'N' TO ENTRY-FOUND-SW
                 WHEN WC-WARD-ID (WC-IDX) = RW-WARD-ID
                    MOVE 'Y' TO ENTRY-FOUND-SW
              END-SEARCH
           END-IF.
           IF ENTRY-FOUND
              MOVE WC-PHYSICIAN-ID (WC-IDX) TO STAY-PHYSICIAN-WS
           ELSE
              PERFORM 310-SELECT-WARD-PHYSICIAN
           END-IF.

       310-SELECT-WARD-PHYSICIAN.
           MOVE RW-WARD-ID TO WARD-ID IN DCLWARD-CODES.
           EXEC SQL
             SELECT PRIMARY_PHYSICIAN_ID
             INTO   :PRIMARY-PHYSICIAN-ID
             FROM DDS0001.WARD_DATA
             WHERE WARD_ID = :DCLWARD-CODES.WARD-ID
           END-EXEC.
           IF SQLCODE = 0
              MOVE PRIMARY-PHYSICIAN-ID TO STAY-PHYSICIAN-WS
           ELSE
           IF SQLCODE = +100 OR SQLCODE = -811
              MOVE 'UNKNOWN' TO STAY-PHYSICIAN-WS
           ELSE
              DISPLAY 'DB2 ERROR ON WARD_DATA - SQLCODE ' SQLCODE
              GO TO 999-ERROR-RTN.
           IF WARD-CACHE-COUNT < 200
              ADD 1 TO WARD-CACHE-COUNT
              SET WC-IDX TO WARD-CACHE-COUNT
              MOVE RW-WARD-ID        TO WC-WARD-ID (WC-IDX)
              MOVE STAY-PHYSICIAN-WS TO WC-PHYSICIAN-ID (WC-IDX)
           END-IF.

       400-FIND-DIAGNOSIS.
           MOVE 'N' TO ENTRY-FOUND-SW.
           IF DIAG-RATE-COUNT > ZERO
              SET DR-IDX TO 1
              SEARCH DIAG-RATE-ENTRY
                 AT END
                    MOVE 'N' TO ENTRY-FOUND-SW
                 WHEN DR-DIAG-CODE (DR-IDX) = RW-DIAG-CODE
                    MOVE 'Y' TO ENTRY-FOUND-SW
              END-SEARCH
           END-IF.
           IF NOT ENTRY-FOUND
              IF DIAG-RATE-COUNT < 500
                 ADD 1 TO DIAG-RATE-COUNT
                 SET DR-IDX TO DIAG-RATE-COUNT
                 MOVE RW-DIAG-CODE TO DR-DIAG-CODE (DR-IDX)
                 INITIALIZE DR-TOTALS (DR-IDX)
                 MOVE 'Y' TO ENTRY-FOUND-SW
              ELSE
                 DISPLAY 'DIAGNOSIS TABLE FULL - STAY NOT IN TOTALS: '
                         RW-PATIENT-ID
              END-IF
           END-IF.

       420-FIND-WARD.
           MOVE 'N' TO ENTRY-FOUND-SW.
           IF WARD-RATE-COUNT > ZERO
              SET WR-IDX TO 1
              SEARCH WARD-RATE-ENTRY
                 AT END
                    MOVE 'N' TO ENTRY-FOUND-SW
                 WHEN WR-WARD-ID (WR-IDX) = RW-WARD-ID
                    MOVE 'Y' TO ENTRY-FOUND-SW
              END-SEARCH
           END-IF.
           IF NOT ENTRY-FOUND
              IF WARD-RATE-COUNT < 200
                 ADD 1 TO WARD-RATE-COUNT
                 SET WR-IDX TO WARD-RATE-COUNT
                 MOVE RW-WARD-ID TO WR-WARD-ID (WR-IDX)
                 INITIALIZE WR-TOTALS (WR-IDX)
                 MOVE 'Y' TO ENTRY-FOUND-SW
              ELSE
                 DISPLAY 'WARD TABLE FULL - STAY NOT IN WARD TOTALS: '
                         RW-PATIENT-ID
              END-IF
           END-IF.

       440-FIND-PHYSICIAN.
           MOVE 'N' TO ENTRY-FOUND-SW.
           IF PHYS-RATE-COUNT > ZERO
              SET PR-IDX TO 1
              SEARCH PHYS-RATE-ENTRY
                 AT END
                    MOVE 'N' TO ENTRY-FOUND-SW
                 WHEN PR-PHYSICIAN-ID (PR-IDX) = STAY-PHYSICIAN-WS
                    MOVE 'Y' TO ENTRY-FOUND-SW
              END-SEARCH
           END-IF.
           IF NOT ENTRY-FOUND
              IF PHYS-RATE-COUNT < 200
                 ADD 1 TO PHYS-RATE-COUNT
                 SET PR-IDX TO PHYS-RATE-COUNT
                 MOVE STAY-PHYSICIAN-WS TO PR-PHYSICIAN-ID (PR-IDX)
                 INITIALIZE PR-TOTALS (PR-IDX)
                 MOVE 'Y' TO ENTRY-FOUND-SW
              ELSE
                 DISPLAY 'PHYSICIAN TABLE FULL - STAY NOT IN TOTALS: '
                         RW-PATIENT-ID
              END-IF
           END-IF.

       700-WRITE-SUMMARIES.
           MOVE SPACES TO READMIT-LINE.
           WRITE READMIT-LINE.
           MOVE 'READMISSION RATE BY DIAGNOSIS' TO SEC-TITLE.
           WRITE READMIT-LINE FROM SECTION-HEADING.
           WRITE READMIT-LINE FROM RATE-COLUMNS.
           PERFORM 720-WRITE-ONE-DIAGNOSIS
              VARYING DR-IDX FROM 1 BY 1
              UNTIL DR-IDX > DIAG-RATE-COUNT.
           MOVE SPACES TO READMIT-LINE.
           WRITE READMIT-LINE.
           MOVE 'READMISSION RATE BY WARD' TO SEC-TITLE.
           WRITE READMIT-LINE FROM SECTION-HEADING.
           WRITE READMIT-LINE FROM RATE-COLUMNS.
           PERFORM 740-WRITE-ONE-WARD
              VARYING WR-IDX FROM 1 BY 1
              UNTIL WR-IDX > WARD-RATE-COUNT.
           MOVE SPACES TO READMIT-LINE.
           WRITE READMIT-LINE.
           MOVE 'READMISSION RATE BY PHYSICIAN' TO SEC-TITLE.
           WRITE READMIT-LINE FROM SECTION-HEADING.
           WRITE READMIT-LINE FROM RATE-COLUMNS.
           PERFORM 760-WRITE-ONE-PHYSICIAN
              VARYING PR-IDX FROM 1 BY 1
              UNTIL PR-IDX > PHYS-RATE-COUNT.
           MOVE SPACES TO READMIT-LINE.
           WRITE READMIT-LINE.
           MOVE 'HOSPITAL'  TO RP-NAME.
           MOVE GR-TOTALS   TO RP-TOTALS.
           PERFORM 780-WRITE-RATE-LINE.

       720-WRITE-ONE-DIAGNOSIS.
           MOVE DR-DIAG-CODE (DR-IDX) TO RP-NAME.
           MOVE DR-TOTALS (DR-IDX)    TO RP-TOTALS.
           PERFORM 780-WRITE-RATE-LINE.

       740-WRITE-ONE-WARD.
           MOVE WR-WARD-ID (WR-IDX) TO RP-NAME.
           MOVE WR-TOTALS (WR-IDX)  TO RP-TOTALS.
           PERFORM 780-WRITE-RATE-LINE.

       760-WRITE-ONE-PHYSICIAN.
           MOVE PR-PHYSICIAN-ID (PR-IDX) TO RP-NAME.
           MOVE PR-TOTALS (PR-IDX)       TO RP-TOTALS.
           PERFORM 780-WRITE-RATE-LINE.

      * Both rates are over the month's admissions; the average
      * days is over the readmissions.
       780-WRITE-RATE-LINE.
           MOVE ZERO TO RP-READMIT-PCT, RP-SAME-PCT, RP-AVG-DAYS.
           IF RP-ADMISSIONS > ZERO
              COMPUTE RP-READMIT-PCT ROUNDED =
                 RP-READMITS * 100 / RP-ADMISSIONS
              COMPUTE RP-SAME-PCT ROUNDED =
                 RP-SAME-DIAG * 100 / RP-ADMISSIONS
           END-IF.
           IF RP-READMITS > ZERO
              COMPUTE RP-AVG-DAYS ROUNDED =
                 RP-DAYS-SUM / RP-READMITS
           END-IF.
           MOVE RP-NAME        TO RL-NAME.
           MOVE RP-ADMISSIONS  TO RL-ADMISSIONS.
           MOVE RP-READMITS    TO RL-READMITS.
           MOVE RP-READMIT-PCT TO RL-READMIT-PCT.
           MOVE RP-SAME-DIAG   TO RL-SAME-DIAG.
           MOVE RP-SAME-PCT    TO RL-SAME-PCT.
           MOVE RP-AVG-DAYS    TO RL-AVG-DAYS.
           WRITE READMIT-LINE FROM RATE-LINE.

       900-WRAP-UP.
           DISPLAY 'MASTER RECORDS READ: ' MASTER-RECORDS-READ-WS.
           DISPLAY 'ARCHIVE RECORDS READ: ' ARCHIVE-RECORDS-READ-WS.
           DISPLAY 'READMISSIONS LISTED: ' READMITS-LISTED-WS.
           IF NOT PATMSTR-MISSING
              CLOSE PATMSTR
           END-IF.
           IF NOT PATARCH-MISSING
              CLOSE PATARCH
           END-IF.
           IF NOT STAYSEG-MISSING
              CLOSE STAYSEG
           END-IF.
           CLOSE READMIT.
           MOVE 0 TO RETURN-CODE.

       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE PATMSTR, PATARCH, STAYSEG, READMIT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
