       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEIDMASK.
      * De-identified test data extract. Copies the masters that
      * carry patient and personal data - PATPERSN, ADDRMSTR,
      * POLMSTR, EMPMSTR and DDENROLL - into their test-region
      * copies with the names, addresses, dates of birth, phone
      * numbers and bank account numbers replaced, so parallel runs
      * under the RUNPARM test indicator no longer need a copy of
      * production in front of everyone with test access.
      *
      * Masking is consistent: every letter and digit of a value is
      * replaced by one worked out from the secret masking key on
      * the MASKPARM card, the character's place in the value and
      * the characters ahead of it. The same real value therefore
      * always masks to the same fake one, in every file and every
      * run under the same key, and two different real values never
      * mask alike - the employee name that keys EMPMSTR keys the
      * matching DDENROLL record in the test copy too, and the test
      * copies keep unique keys. Every letter and digit changes, so
      * no masked value can come out equal to the real one. Spaces
      * and punctuation stay put, keeping each value's shape.
      *
      * A date of birth moves by one to thirty days either way, the
      * distance worked out from the date and the masking key, so
      * ages keep their spread. Phone numbers keep their area code
      * and zip codes their first three digits, so geography still
      * sorts; the rest is masked. Policy numbers, patient ids,
      * routing numbers, dollar amounts and every other date are
      * copied as they stand - they join the files together and
      * carry the distributions the test runs exercise.
      *
      * The run report proves the extract: for each file the
      * fields masked, the fields blank to begin with, and any
      * field that came through unchanged, listed by record number
      * and field name only - the report never prints a value. The
      * DDENROLL test copy is joined back to the EMPMSTR test copy
      * to show the masked keys still meet. Any unchanged value sets
      * return code 8 and the extract is not to be released.
      *
      * Without a masking key the run stops: a default key would let
      * anyone rebuild the real values from the test copies.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATPERSN  ASSIGN TO PATPERSN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PATPERSN-KEY
                  FILE STATUS IS PATPERSN-STATUS.
           SELECT ADDRMSTR  ASSIGN TO ADDRMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AD-POLICY-NO
                  FILE STATUS IS ADDRMSTR-STATUS.
           SELECT POLMSTR   ASSIGN TO POLMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS POL-POLICY-NO
                  FILE STATUS IS POLMSTR-STATUS.
           SELECT EMPMSTR   ASSIGN TO EMPMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EM-EMP-KEY
                  FILE STATUS IS EMPMSTR-STATUS.
           SELECT DDENROLL  ASSIGN TO DDENROLL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DD-EMP-KEY
                  FILE STATUS IS DDENROLL-STATUS.
           SELECT TPATPERS  ASSIGN TO TPATPERS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TPP-KEY
                  FILE STATUS IS TPATPERS-STATUS.
           SELECT TADDRMST  ASSIGN TO TADDRMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TAD-KEY
                  FILE STATUS IS TADDRMST-STATUS.
           SELECT TPOLMSTR  ASSIGN TO TPOLMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TPL-KEY
                  FILE STATUS IS TPOLMSTR-STATUS.
           SELECT TEMPMSTR  ASSIGN TO TEMPMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TEM-KEY
                  FILE STATUS IS TEMPMSTR-STATUS.
           SELECT TDDENROL  ASSIGN TO TDDENROL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TDD-KEY
                  FILE STATUS IS TDDENROL-STATUS.
           SELECT MASKPARM  ASSIGN TO MASKPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MASKPARM-ST.
           SELECT MASKRPT   ASSIGN TO MASKRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS MASKRPT-ST.
           SELECT RUNPARM   ASSIGN TO RUNPARM
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RUNPARM-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PATPERSN
           RECORD CONTAINS 160 CHARACTERS.
           COPY PATPERSN.

       FD  ADDRMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY ADDRMSTR.

       FD  POLMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY POLMSTR.

       FD  EMPMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPMSTR.

       FD  DDENROLL
           RECORD CONTAINS 80 CHARACTERS.
           COPY DDENROLL.

      * The test-region copies, in the production layouts; only the
      * key is named, the rest is written from the masked record.
       FD  TPATPERS
           RECORD CONTAINS 160 CHARACTERS.
       01  TPATPERS-REC.
           05 TPP-KEY                           PIC X(09).
           05 FILLER                            PIC X(151).

       FD  TADDRMST
           RECORD CONTAINS 100 CHARACTERS.
       01  TADDRMST-REC.
           05 TAD-KEY                           PIC 9(09).
           05 FILLER                            PIC X(91).

       FD  TPOLMSTR
           RECORD CONTAINS 100 CHARACTERS.
       01  TPOLMSTR-REC.
           05 TPL-KEY                           PIC 9(09).
           05 FILLER                            PIC X(91).

       FD  TEMPMSTR
           RECORD CONTAINS 100 CHARACTERS.
       01  TEMPMSTR-REC.
           05 TEM-KEY                           PIC X(20).
           05 FILLER                            PIC X(80).

       FD  TDDENROL
           RECORD CONTAINS 80 CHARACTERS.
       01  TDDENROL-REC.
           05 TDD-KEY                           PIC X(20).
           05 FILLER                            PIC X(60).

      * The secret masking key. Kept off the test region; the same
      * key must be used run to run for the test copies to agree.
       FD  MASKPARM
           RECORD CONTAINS 80 CHARACTERS.
       01  MASKPARM-REC.
           05 MP-MASK-KEY                       PIC X(16).
           05 FILLER                            PIC X(64).

       FD  MASKRPT
           RECORD CONTAINS 110 CHARACTERS.
       01  MASKRPT-REC                          PIC X(110).

       FD  RUNPARM
           RECORD CONTAINS 20 CHARACTERS.
       01  RUNPARM-FILE-REC                     PIC X(20).

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 MORE-RECORDS-SW                   PIC X(01)  VALUE 'Y'.
               88 NO-MORE-RECORDS                          VALUE 'N'.

       01  FILE-STATUS-WS.
           05 PATPERSN-STATUS                   PIC X(02).
               88 PATPERSN-OK                              VALUE '00'.
           05 ADDRMSTR-STATUS                   PIC X(02).
               88 ADDRMSTR-OK                              VALUE '00'.
           05 POLMSTR-STATUS                    PIC X(02).
               88 POLMSTR-OK                               VALUE '00'.
           05 EMPMSTR-STATUS                    PIC X(02).
               88 EMPMSTR-OK                               VALUE '00'.
           05 DDENROLL-STATUS                   PIC X(02).
               88 DDENROLL-OK                              VALUE '00'.
           05 TPATPERS-STATUS                   PIC X(02).
               88 TPATPERS-OK                              VALUE '00'.
           05 TADDRMST-STATUS                   PIC X(02).
               88 TADDRMST-OK                              VALUE '00'.
           05 TPOLMSTR-STATUS                   PIC X(02).
               88 TPOLMSTR-OK                              VALUE '00'.
           05 TEMPMSTR-STATUS                   PIC X(02).
               88 TEMPMSTR-OK                              VALUE '00'.
               88 TEMPMSTR-FOUND                           VALUE '00'.
           05 TDDENROL-STATUS                   PIC X(02).
               88 TDDENROL-OK                              VALUE '00'.
           05 MASKPARM-ST                       PIC X(02).
               88 MASKPARM-OK                              VALUE '00'.
           05 MASKRPT-ST                        PIC X(02).
               88 MASKRPT-OK                               VALUE '00'.
           05 RUNPARM-ST                        PIC X(02).
               88 RUNPARM-OK                               VALUE '00'.

      * Per-file counts, cleared as each file starts; the unchanged
      * count is also kept for the whole run.
       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 RECORDS-COPIED                    PIC 9(07)  VALUE ZERO.
           05 FIELDS-MASKED                     PIC 9(07)  VALUE ZERO.
           05 FIELDS-BLANK                      PIC 9(07)  VALUE ZERO.
           05 FIELDS-UNCHANGED                  PIC 9(07)  VALUE ZERO.
           05 TOTAL-UNCHANGED                   PIC 9(07)  VALUE ZERO.
           05 DD-JOINED                         PIC 9(07)  VALUE ZERO.

       01  ABEND-FIELDS-WS.
           05 PARA-NAME                         PIC X(25)  VALUE SPACES.
           05 ABEND-REASON                      PIC X(45)  VALUE SPACES.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-WS                      PIC 9(08).
           05 MASK-DATE-WS                      PIC 9(08).
           05 MASK-DATE-INT-WS                  PIC 9(07).

           COPY RUNPARM.

      * The record being masked, and the record as it was read, for
      * the unchanged-value proof.
       01  MASK-RECORD-WS                       PIC X(160).
       01  ORIGINAL-RECORD-WS                   PIC X(160).
       01  CURRENT-FILE-WS                      PIC X(08).

      * Characters that get masked, each within its own class:
      * capitals, small letters, digits. Anything else is left.
       01  MASK-CHAR-TABLE.
           05 FILLER                            PIC X(26)
                  VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 FILLER                            PIC X(26)
                  VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05 FILLER                            PIC X(10)
                  VALUE '0123456789'.
       01  MASK-CHAR-TABLE-R REDEFINES MASK-CHAR-TABLE.
           05 MASK-CHAR                         PIC X(01)
                  OCCURS 62 TIMES INDEXED BY MC-IDX.

      * The masking key as sixteen weights, one per key character.
       01  KEY-WEIGHT-TABLE.
           05 KEY-WEIGHT                        PIC 9(02)
                  OCCURS 16 TIMES.

       77  KEY-SUB-WS                           PIC S9(04) COMP
                                                           VALUE ZERO.
       77  CHAR-SUB-WS                          PIC S9(04) COMP
                                                           VALUE ZERO.
       77  CHAR-POS-WS                          PIC S9(04) COMP
                                                           VALUE ZERO.
       77  CLASS-BASE-WS                        PIC S9(04) COMP
                                                           VALUE ZERO.
       77  CLASS-SIZE-WS                        PIC S9(04) COMP
                                                           VALUE ZERO.
       77  SHIFT-RANGE-WS                       PIC S9(04) COMP
                                                           VALUE ZERO.
       77  ORIG-IDX-WS                          PIC S9(04) COMP
                                                           VALUE ZERO.
       77  NEW-IDX-WS                           PIC S9(04) COMP
                                                           VALUE ZERO.
       77  SHIFT-WS                             PIC S9(04) COMP
                                                           VALUE ZERO.
       77  RUNNING-SUM-WS                       PIC S9(09) COMP
                                                           VALUE ZERO.
       77  WORK-SUM-WS                          PIC S9(09) COMP
                                                           VALUE ZERO.
       77  WORK-QUOT-WS                         PIC S9(09) COMP
                                                           VALUE ZERO.
       77  DAYS-SHIFT-WS                        PIC S9(04) COMP
                                                           VALUE ZERO.
       77  FIELD-POS-WS                         PIC 9(04)  VALUE ZERO.
       77  FIELD-LEN-WS                         PIC 9(03)  VALUE ZERO.
       77  MASK-POS-WS                          PIC 9(04)  VALUE ZERO.
       77  MASK-LEN-WS                          PIC 9(03)  VALUE ZERO.
       77  ONE-CHAR-WS                          PIC X(01)  VALUE SPACE.

      * Field maps, in the change-journal map layout: a three-digit
      * count, then per field its name (24), position (4), length
      * (3) and how it is masked - T the whole value, P a phone
      * after its area code, Z a zip after its first three digits,
      * D a date of birth moved by days.
       01  PATPERSN-MASK-MAP.
           05 FILLER                            PIC 9(03)  VALUE 011.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-LAST-NAME      0010020T'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-MIDINIT        0030001T'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-FIRST-NAME     0031015T'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-DOB            0046008D'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-ADDRESS-1      0055015T'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-ADDRESS-2      0070015T'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-CITY           0085015T'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-ZIP-CODE       0102010Z'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-PHONE          0112010P'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-NOK-NAME       0122025T'.
           05 FILLER                            PIC X(32)
                  VALUE 'PATPERSN-NOK-PHONE      0147010P'.

       01  ADDRMSTR-MASK-MAP.
           05 FILLER                            PIC 9(03)  VALUE 005.
           05 FILLER                            PIC X(32)
                  VALUE 'AD-ADDRESS-1            0010015T'.
           05 FILLER                            PIC X(32)
                  VALUE 'AD-ADDRESS-2            0025015T'.
           05 FILLER                            PIC X(32)
                  VALUE 'AD-ADDRESS-3            0040015T'.
           05 FILLER                            PIC X(32)
                  VALUE 'AD-CITY                 0055015T'.
           05 FILLER                            PIC X(32)
                  VALUE 'AD-ZIP-CODE             0072010Z'.

       01  POLMSTR-MASK-MAP.
           05 FILLER                            PIC 9(03)  VALUE 002.
           05 FILLER                            PIC X(32)
                  VALUE 'POL-LAST-NAME           0011010T'.
           05 FILLER                            PIC X(32)
                  VALUE 'POL-FIRST-NAME          0021015T'.

       01  EMPMSTR-MASK-MAP.
           05 FILLER                            PIC 9(03)  VALUE 001.
           05 FILLER                            PIC X(32)
                  VALUE 'EM-EMP-KEY              0001020T'.

       01  DDENROLL-MASK-MAP.
           05 FILLER                            PIC 9(03)  VALUE 002.
           05 FILLER                            PIC X(32)
                  VALUE 'DD-EMP-KEY              0001020T'.
           05 FILLER                            PIC X(32)
                  VALUE 'DD-ACCOUNT-NBR          0030017T'.

      * The map of the file being copied.
       01  CURRENT-MASK-MAP.
           05 CMM-FIELD-COUNT                   PIC 9(03).
           05 CMM-ENTRY OCCURS 20 TIMES
                  INDEXED BY CMM-IDX.
               10 CMM-FIELD-NAME                PIC X(24).
               10 CMM-FIELD-POS                 PIC 9(04).
               10 CMM-FIELD-LEN                 PIC 9(03).
               10 CMM-MASK-TYPE                 PIC X(01).

       01  MASK-HEADING-LINE.
           05 FILLER                            PIC X(34)
                  VALUE 'DE-IDENTIFIED TEST DATA EXTRACT   '.
           05 MH-DATE                           PIC 9(08).

       01  MASK-COLUMN-LINE.
           05 FILLER                            PIC X(10)
                  VALUE 'FILE'.
           05 FILLER                            PIC X(12)
                  VALUE '     RECORDS'.
           05 FILLER                            PIC X(16)
                  VALUE '   FIELDS MASKED'.
           05 FILLER                            PIC X(16)
                  VALUE '    BLANK FIELDS'.
           05 FILLER                            PIC X(16)
                  VALUE '       UNCHANGED'.

       01  MASK-FILE-LINE.
           05 MF-FILE-ID                        PIC X(08).
           05 FILLER                            PIC X(04)  VALUE SPACES.
           05 MF-RECORDS-O                      PIC Z,ZZZ,ZZ9.
           05 FILLER                            PIC X(07)  VALUE SPACES.
           05 MF-MASKED-O                       PIC Z,ZZZ,ZZ9.
           05 FILLER                            PIC X(07)  VALUE SPACES.
           05 MF-BLANK-O                        PIC Z,ZZZ,ZZ9.
           05 FILLER                            PIC X(07)  VALUE SPACES.
           05 MF-UNCHANGED-O                    PIC Z,ZZZ,ZZ9.

      * An unchanged value is named by file, record number and field
      * - never printed.
       01  MASK-UNCHANGED-LINE.
           05 FILLER                            PIC X(24)
                  VALUE '*** UNCHANGED VALUE -   '.
           05 MU-FILE-ID                        PIC X(08).
           05 FILLER                            PIC X(08)
                  VALUE ' RECORD '.
           05 MU-RECORD-NO                      PIC Z,ZZZ,ZZ9.
           05 FILLER                            PIC X(07)
                  VALUE ' FIELD '.
           05 MU-FIELD-NAME                     PIC X(24).

       01  MASK-JOIN-LINE.
           05 FILLER                            PIC X(38)
                  VALUE 'DDENROLL TEST RECORDS ON TEST EMPMSTR:'.
           05 MJ-JOINED-O                       PIC Z,ZZZ,ZZ9.
           05 FILLER                            PIC X(04)  VALUE ' OF '.
           05 MJ-RECORDS-O                      PIC Z,ZZZ,ZZ9.

       01  MASK-CLEAN-LINE.
           05 FILLER                            PIC X(46)
               VALUE 'NO ORIGINAL VALUE SURVIVED IN ANY MASKED FIELD'.

       01  MASK-FAILED-LINE.
           05 FILLER                            PIC X(04)  VALUE '*** '.
           05 MX-UNCHANGED-O                    PIC Z,ZZZ,ZZ9.
           05 FILLER                            PIC X(46)
               VALUE ' ORIGINAL VALUES SURVIVED - DO NOT RELEASE'.

       01  BLANK-LINE                           PIC X(110) VALUE SPACES.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.

      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 200-COPY-PATPERSN THRU 200-EXIT.
           PERFORM 300-COPY-ADDRMSTR THRU 300-EXIT.
           PERFORM 400-COPY-POLMSTR THRU 400-EXIT.
           PERFORM 500-COPY-EMPMSTR THRU 500-EXIT.
           PERFORM 600-COPY-DDENROLL THRU 600-EXIT.
           PERFORM 950-WRITE-PROOF THRU 950-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           IF TOTAL-UNCHANGED > ZERO
               MOVE +8 TO RETURN-CODE
           ELSE
               MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO CURR-DATE-WS.
           PERFORM 050-CHECK-RUN-PARAMETERS.
           PERFORM 060-READ-MASK-KEY THRU 060-EXIT.
           OPEN OUTPUT MASKRPT.
           MOVE CURR-DATE-WS TO MH-DATE.
           WRITE MASKRPT-REC FROM MASK-HEADING-LINE.
           WRITE MASKRPT-REC FROM BLANK-LINE.
           WRITE MASKRPT-REC FROM MASK-COLUMN-LINE.

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

      * Each key character weighs in at its place in the mask
      * character table; a character not in the table weighs zero.
       060-READ-MASK-KEY.
           MOVE "060-READ-MASK-KEY" TO PARA-NAME.
           OPEN INPUT MASKPARM.
           IF NOT MASKPARM-OK
               MOVE "NO MASKING KEY CARD" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           READ MASKPARM
               AT END MOVE SPACES TO MASKPARM-REC
           END-READ.
           CLOSE MASKPARM.
           IF MP-MASK-KEY = SPACES
               MOVE "MASKING KEY CARD IS BLANK" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           PERFORM 070-WEIGH-KEY-CHAR THRU 070-EXIT
               VARYING KEY-SUB-WS FROM 1 BY 1
               UNTIL KEY-SUB-WS > 16.
       060-EXIT.
           EXIT.

       070-WEIGH-KEY-CHAR.
           MOVE ZERO TO KEY-WEIGHT (KEY-SUB-WS).
           MOVE MP-MASK-KEY (KEY-SUB-WS:1) TO ONE-CHAR-WS.
           SET MC-IDX TO 1.
           SEARCH MASK-CHAR
               AT END
                   GO TO 070-EXIT
               WHEN MASK-CHAR (MC-IDX) = ONE-CHAR-WS
                   SET CHAR-POS-WS TO MC-IDX.
           MOVE CHAR-POS-WS TO KEY-WEIGHT (KEY-SUB-WS).
       070-EXIT.
           EXIT.

       200-COPY-PATPERSN.
           MOVE "200-COPY-PATPERSN" TO PARA-NAME.
           MOVE 'PATPERSN'        TO CURRENT-FILE-WS.
           MOVE PATPERSN-MASK-MAP TO CURRENT-MASK-MAP.
           PERFORM 150-START-FILE THRU 150-EXIT.
           OPEN INPUT PATPERSN.
           IF NOT PATPERSN-OK
               MOVE "PATIENT PERSONAL MASTER PROBLEM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN OUTPUT TPATPERS.
           PERFORM 210-COPY-ONE-PATIENT THRU 210-EXIT
               UNTIL NO-MORE-RECORDS.
           CLOSE PATPERSN, TPATPERS.
           PERFORM 160-WRITE-FILE-TOTALS THRU 160-EXIT.
       200-EXIT.
           EXIT.

       210-COPY-ONE-PATIENT.
           READ PATPERSN NEXT
               AT END MOVE 'N' TO MORE-RECORDS-SW
               GO TO 210-EXIT
           END-READ.
           MOVE PATPERSN-REC TO MASK-RECORD-WS.
           PERFORM 700-MASK-RECORD THRU 700-EXIT.
           WRITE TPATPERS-REC FROM MASK-RECORD-WS.
           IF NOT TPATPERS-OK
               MOVE "PATIENT TEST COPY WRITE FAILED" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       210-EXIT.
           EXIT.

       300-COPY-ADDRMSTR.
           MOVE "300-COPY-ADDRMSTR" TO PARA-NAME.
           MOVE 'ADDRMSTR'        TO CURRENT-FILE-WS.
           MOVE ADDRMSTR-MASK-MAP TO CURRENT-MASK-MAP.
           PERFORM 150-START-FILE THRU 150-EXIT.
           OPEN INPUT ADDRMSTR.
           IF NOT ADDRMSTR-OK
               MOVE "ADDRESS MASTER PROBLEM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN OUTPUT TADDRMST.
           PERFORM 310-COPY-ONE-ADDRESS THRU 310-EXIT
               UNTIL NO-MORE-RECORDS.
           CLOSE ADDRMSTR, TADDRMST.
           PERFORM 160-WRITE-FILE-TOTALS THRU 160-EXIT.
       300-EXIT.
           EXIT.

       310-COPY-ONE-ADDRESS.
           READ ADDRMSTR NEXT
               AT END MOVE 'N' TO MORE-RECORDS-SW
               GO TO 310-EXIT
           END-READ.
           MOVE AD-ADDRESS-REC TO MASK-RECORD-WS.
           PERFORM 700-MASK-RECORD THRU 700-EXIT.
           WRITE TADDRMST-REC FROM MASK-RECORD-WS.
           IF NOT TADDRMST-OK
               MOVE "ADDRESS TEST COPY WRITE FAILED" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       310-EXIT.
           EXIT.

       400-COPY-POLMSTR.
           MOVE "400-COPY-POLMSTR" TO PARA-NAME.
           MOVE 'POLMSTR'        TO CURRENT-FILE-WS.
           MOVE POLMSTR-MASK-MAP TO CURRENT-MASK-MAP.
           PERFORM 150-START-FILE THRU 150-EXIT.
           OPEN INPUT POLMSTR.
           IF NOT POLMSTR-OK
               MOVE "POLICY MASTER PROBLEM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN OUTPUT TPOLMSTR.
           PERFORM 410-COPY-ONE-POLICY THRU 410-EXIT
               UNTIL NO-MORE-RECORDS.
           CLOSE POLMSTR, TPOLMSTR.
           PERFORM 160-WRITE-FILE-TOTALS THRU 160-EXIT.
       400-EXIT.
           EXIT.

       410-COPY-ONE-POLICY.
           READ POLMSTR NEXT
               AT END MOVE 'N' TO MORE-RECORDS-SW
               GO TO 410-EXIT
           END-READ.
           MOVE POL-MASTER-REC TO MASK-RECORD-WS.
           PERFORM 700-MASK-RECORD THRU 700-EXIT.
           WRITE TPOLMSTR-REC FROM MASK-RECORD-WS.
           IF NOT TPOLMSTR-OK
               MOVE "POLICY TEST COPY WRITE FAILED" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       410-EXIT.
           EXIT.

       500-COPY-EMPMSTR.
           MOVE "500-COPY-EMPMSTR" TO PARA-NAME.
           MOVE 'EMPMSTR'        TO CURRENT-FILE-WS.
           MOVE EMPMSTR-MASK-MAP TO CURRENT-MASK-MAP.
           PERFORM 150-START-FILE THRU 150-EXIT.
           OPEN INPUT EMPMSTR.
           IF NOT EMPMSTR-OK
               MOVE "EMPLOYEE MASTER PROBLEM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN OUTPUT TEMPMSTR.
           PERFORM 510-COPY-ONE-EMPLOYEE THRU 510-EXIT
               UNTIL NO-MORE-RECORDS.
           CLOSE EMPMSTR, TEMPMSTR.
           PERFORM 160-WRITE-FILE-TOTALS THRU 160-EXIT.
       500-EXIT.
           EXIT.

       510-COPY-ONE-EMPLOYEE.
           READ EMPMSTR NEXT
               AT END MOVE 'N' TO MORE-RECORDS-SW
               GO TO 510-EXIT
           END-READ.
           MOVE EM-EMPLOYEE-REC TO MASK-RECORD-WS.
           PERFORM 700-MASK-RECORD THRU 700-EXIT.
           WRITE TEMPMSTR-REC FROM MASK-RECORD-WS.
           IF NOT TEMPMSTR-OK
               MOVE "EMPLOYEE TEST COPY WRITE FAILED" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
       510-EXIT.
           EXIT.

      * The employee test copy is already built, so each masked
      * enrollment is looked up on it: the join the payroll tests
      * depend on is proved here rather than found broken later.
       600-COPY-DDENROLL.
           MOVE "600-COPY-DDENROLL" TO PARA-NAME.
           MOVE 'DDENROLL'        TO CURRENT-FILE-WS.
           MOVE DDENROLL-MASK-MAP TO CURRENT-MASK-MAP.
           PERFORM 150-START-FILE THRU 150-EXIT.
           OPEN INPUT DDENROLL.
           IF NOT DDENROLL-OK
               MOVE "DIRECT DEPOSIT MASTER PROBLEM" TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           OPEN OUTPUT TDDENROL.
           OPEN INPUT TEMPMSTR.
           PERFORM 610-COPY-ONE-ENROLLMENT THRU 610-EXIT
               UNTIL NO-MORE-RECORDS.
           CLOSE DDENROLL, TDDENROL, TEMPMSTR.
           PERFORM 160-WRITE-FILE-TOTALS THRU 160-EXIT.
           MOVE DD-JOINED      TO MJ-JOINED-O.
           MOVE RECORDS-COPIED TO MJ-RECORDS-O.
           WRITE MASKRPT-REC FROM MASK-JOIN-LINE.
       600-EXIT.
           EXIT.

       610-COPY-ONE-ENROLLMENT.
           READ DDENROLL NEXT
               AT END MOVE 'N' TO MORE-RECORDS-SW
               GO TO 610-EXIT
           END-READ.
           MOVE DD-ENROLL-REC TO MASK-RECORD-WS.
           PERFORM 700-MASK-RECORD THRU 700-EXIT.
           WRITE TDDENROL-REC FROM MASK-RECORD-WS.
           IF NOT TDDENROL-OK
               MOVE "DIRECT DEPOSIT TEST COPY WRITE FAILED"
                                              TO ABEND-REASON
               GO TO 1000-ABEND-RTN.
           MOVE TDD-KEY TO TEM-KEY.
           READ TEMPMSTR.
           IF TEMPMSTR-FOUND
               ADD +1 TO DD-JOINED.
       610-EXIT.
           EXIT.

       150-START-FILE.
           MOVE 'Y'  TO MORE-RECORDS-SW.
           MOVE ZERO TO RECORDS-COPIED, FIELDS-MASKED,
                        FIELDS-BLANK, FIELDS-UNCHANGED.
       150-EXIT.
           EXIT.

       160-WRITE-FILE-TOTALS.
           MOVE CURRENT-FILE-WS  TO MF-FILE-ID.
           MOVE RECORDS-COPIED   TO MF-RECORDS-O.
           MOVE FIELDS-MASKED    TO MF-MASKED-O.
           MOVE FIELDS-BLANK     TO MF-BLANK-O.
           MOVE FIELDS-UNCHANGED TO MF-UNCHANGED-O.
           WRITE MASKRPT-REC FROM MASK-FILE-LINE.
       160-EXIT.
           EXIT.

      * Masks every mapped field of the record in MASK-RECORD-WS,
      * then checks each against the record as read.
       700-MASK-RECORD.
           ADD +1 TO RECORDS-COPIED.
           MOVE MASK-RECORD-WS TO ORIGINAL-RECORD-WS.
           PERFORM 710-MASK-ONE-FIELD THRU 710-EXIT
               VARYING CMM-IDX FROM 1 BY 1
               UNTIL CMM-IDX > CMM-FIELD-COUNT.
       700-EXIT.
           EXIT.

       710-MASK-ONE-FIELD.
           MOVE CMM-FIELD-POS (CMM-IDX) TO FIELD-POS-WS.
           MOVE CMM-FIELD-LEN (CMM-IDX) TO FIELD-LEN-WS.
           IF MASK-RECORD-WS (FIELD-POS-WS:FIELD-LEN-WS) = SPACES
               ADD +1 TO FIELDS-BLANK
               GO TO 710-EXIT.
           MOVE FIELD-POS-WS TO MASK-POS-WS.
           MOVE FIELD-LEN-WS TO MASK-LEN-WS.
           EVALUATE CMM-MASK-TYPE (CMM-IDX)
               WHEN 'P'
               WHEN 'Z'
                   ADD 3      TO MASK-POS-WS
                   SUBTRACT 3 FROM MASK-LEN-WS
                   PERFORM 750-MASK-VALUE THRU 750-EXIT
               WHEN 'D'
                   PERFORM 770-SHIFT-DATE THRU 770-EXIT
               WHEN OTHER
                   PERFORM 750-MASK-VALUE THRU 750-EXIT
           END-EVALUATE.
           IF MASK-RECORD-WS (FIELD-POS-WS:FIELD-LEN-WS) =
              ORIGINAL-RECORD-WS (FIELD-POS-WS:FIELD-LEN-WS)
               PERFORM 790-WRITE-UNCHANGED THRU 790-EXIT
           ELSE
               ADD +1 TO FIELDS-MASKED.
       710-EXIT.
           EXIT.

      * Runs the value at MASK-POS-WS for MASK-LEN-WS a character at
      * a time. The running sum carries the real characters already
      * passed, so each replacement depends on everything before it
      * while the value can still be worked back one character at a
      * time - which is what keeps two real values from masking
      * alike.
       750-MASK-VALUE.
           MOVE ZERO TO RUNNING-SUM-WS.
           PERFORM 760-MASK-ONE-CHAR THRU 760-EXIT
               VARYING CHAR-SUB-WS FROM 1 BY 1
               UNTIL CHAR-SUB-WS > MASK-LEN-WS.
       750-EXIT.
           EXIT.

      * A capital stays a capital, a small letter small and a digit
      * a digit, moved forward one place short of a full turn of its
      * class at most and one place at least, so it always changes.
       760-MASK-ONE-CHAR.
           MOVE MASK-RECORD-WS (MASK-POS-WS + CHAR-SUB-WS - 1:1)
                                         TO ONE-CHAR-WS.
           SET MC-IDX TO 1.
           SEARCH MASK-CHAR
               AT END
                   GO TO 760-EXIT
               WHEN MASK-CHAR (MC-IDX) = ONE-CHAR-WS
                   SET CHAR-POS-WS TO MC-IDX.
           IF CHAR-POS-WS > 52
               MOVE 52 TO CLASS-BASE-WS
               MOVE 10 TO CLASS-SIZE-WS
           ELSE
           IF CHAR-POS-WS > 26
               MOVE 26 TO CLASS-BASE-WS
               MOVE 26 TO CLASS-SIZE-WS
           ELSE
               MOVE ZERO TO CLASS-BASE-WS
               MOVE 26   TO CLASS-SIZE-WS.
           COMPUTE ORIG-IDX-WS = CHAR-POS-WS - CLASS-BASE-WS - 1.
           COMPUTE SHIFT-RANGE-WS = CLASS-SIZE-WS - 1.
           DIVIDE CHAR-SUB-WS BY 16
               GIVING WORK-QUOT-WS REMAINDER KEY-SUB-WS.
           ADD 1 TO KEY-SUB-WS.
           COMPUTE WORK-SUM-WS =
               KEY-WEIGHT (KEY-SUB-WS) + RUNNING-SUM-WS.
           DIVIDE WORK-SUM-WS BY SHIFT-RANGE-WS
               GIVING WORK-QUOT-WS REMAINDER SHIFT-WS.
           ADD 1 TO SHIFT-WS.
           COMPUTE WORK-SUM-WS = ORIG-IDX-WS + SHIFT-WS.
           DIVIDE WORK-SUM-WS BY CLASS-SIZE-WS
               GIVING WORK-QUOT-WS REMAINDER NEW-IDX-WS.
           COMPUTE CHAR-POS-WS = CLASS-BASE-WS + NEW-IDX-WS + 1.
           MOVE MASK-CHAR (CHAR-POS-WS)
               TO MASK-RECORD-WS (MASK-POS-WS + CHAR-SUB-WS - 1:1).
           COMPUTE RUNNING-SUM-WS =
               RUNNING-SUM-WS + (ORIG-IDX-WS * 7) + CHAR-SUB-WS.
       760-EXIT.
           EXIT.

      * A date of birth moves 1 to 30 days earlier or later. The
      * distance comes from the date and the key, so one real date
      * always lands on the same fake one. A date that is not a
      * calendar date is masked digit by digit instead.
       770-SHIFT-DATE.
           MOVE MASK-RECORD-WS (FIELD-POS-WS:8) TO MASK-DATE-WS.
           IF MASK-DATE-WS NOT NUMERIC OR MASK-DATE-WS = ZERO
               PERFORM 750-MASK-VALUE THRU 750-EXIT
               GO TO 770-EXIT.
           MOVE FUNCTION INTEGER-OF-DATE (MASK-DATE-WS)
                                        TO MASK-DATE-INT-WS.
           IF MASK-DATE-INT-WS = ZERO
               PERFORM 750-MASK-VALUE THRU 750-EXIT
               GO TO 770-EXIT.
           COMPUTE WORK-SUM-WS = MASK-DATE-INT-WS
               + (KEY-WEIGHT (1) * 31) + KEY-WEIGHT (2).
           DIVIDE WORK-SUM-WS BY 60
               GIVING WORK-QUOT-WS REMAINDER DAYS-SHIFT-WS.
           IF DAYS-SHIFT-WS < 30
               COMPUTE DAYS-SHIFT-WS = 0 - DAYS-SHIFT-WS - 1
           ELSE
               SUBTRACT 29 FROM DAYS-SHIFT-WS.
           ADD DAYS-SHIFT-WS TO MASK-DATE-INT-WS.
           MOVE FUNCTION DATE-OF-INTEGER (MASK-DATE-INT-WS)
                                        TO MASK-DATE-WS.
           MOVE MASK-DATE-WS TO MASK-RECORD-WS (FIELD-POS-WS:8).
       770-EXIT.
           EXIT.

       790-WRITE-UNCHANGED.
           ADD +1 TO FIELDS-UNCHANGED, TOTAL-UNCHANGED.
           MOVE CURRENT-FILE-WS           TO MU-FILE-ID.
           MOVE RECORDS-COPIED            TO MU-RECORD-NO.
           MOVE CMM-FIELD-NAME (CMM-IDX)  TO MU-FIELD-NAME.
           WRITE MASKRPT-REC FROM MASK-UNCHANGED-LINE.
       790-EXIT.
           EXIT.

       950-WRITE-PROOF.
           WRITE MASKRPT-REC FROM BLANK-LINE.
           IF TOTAL-UNCHANGED = ZERO
               WRITE MASKRPT-REC FROM MASK-CLEAN-LINE
           ELSE
               MOVE TOTAL-UNCHANGED TO MX-UNCHANGED-O
               WRITE MASKRPT-REC FROM MASK-FAILED-LINE.
       950-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "999-CLEANUP" TO PARA-NAME.
           CLOSE MASKRPT.
           DISPLAY "VALUES UNCHANGED:  " TOTAL-UNCHANGED.
           DISPLAY "NORMAL END OF JOB".
       999-EXIT.
           EXIT.

       1000-ABEND-RTN.
           DISPLAY "*** ABNORMAL END OF JOB - DEIDMASK ***"
               UPON CONSOLE.
           DISPLAY ABEND-REASON UPON CONSOLE.
           DIVIDE ZERO-VAL INTO ONE-VAL.
