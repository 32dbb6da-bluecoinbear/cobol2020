       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHGJLOG.
      * Callable change-journal writer for the master-file
      * maintenance programs. The caller passes the before and
      * after images of the master record it just added, changed
      * or deleted, with the field map that names the record's
      * fields; every mapped field whose before and after values
      * differ becomes one journal record carrying the key, the
      * field name, both values, the operator on the transaction
      * and the date and time. The journal is opened for extend on
      * the first call of the run - created on the first run ever -
      * and closed by the caller's closing call.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGJRNL   ASSIGN TO CHGJRNL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CHGJRNL-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGJRNL
           RECORD CONTAINS 200 CHARACTERS.
           COPY CHGJRNL.

       WORKING-STORAGE SECTION.

       01  FLAGS-AND-SWITCHES.
           05 JOURNAL-OPEN-SW                   PIC X(01)  VALUE 'N'.
               88 JOURNAL-OPEN                             VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 CHGJRNL-ST                        PIC X(02).
               88 CHGJRNL-OK                               VALUE '00'.
               88 CHGJRNL-MISSING                          VALUE '35'.

       01  DATE-FIELDS-WS.
           05 CURR-DATE-TIME-WS.
               10 CURR-DATE-WS                  PIC 9(08).
               10 CURR-TIME-WS                  PIC 9(08).
               10 FILLER                        PIC X(05).

       77  FIELD-POS-WS                         PIC 9(04)  VALUE ZERO.
       77  FIELD-LEN-WS                         PIC 9(03)  VALUE ZERO.

       LINKAGE SECTION.
           COPY CHGJPARM.

       01  CJM-FIELD-MAP.
           05 CJM-FIELD-COUNT                   PIC 9(03).
           05 CJM-ENTRY OCCURS 99 TIMES
                  INDEXED BY CJM-IDX.
               10 CJM-FIELD-NAME                PIC X(24).
               10 CJM-FIELD-POS                 PIC 9(04).
               10 CJM-FIELD-LEN                 PIC 9(03).
               10 CJM-SENSITIVE-SW              PIC X(01).

      *
       PROCEDURE DIVISION USING CJP-PARMS, CJM-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
           MOVE ZERO TO CJP-FIELDS-JOURNALED.
           IF CJP-CLOSE
               PERFORM 900-CLOSE-JOURNAL THRU 900-EXIT
               GOBACK.
           IF NOT JOURNAL-OPEN
               PERFORM 800-OPEN-JOURNAL THRU 800-EXIT.
           IF NOT JOURNAL-OPEN
               GOBACK.
           MOVE FUNCTION CURRENT-DATE TO CURR-DATE-TIME-WS.
           PERFORM 200-COMPARE-ONE-FIELD THRU 200-EXIT
               VARYING CJM-IDX FROM 1 BY 1
               UNTIL CJM-IDX > CJM-FIELD-COUNT.
           GOBACK.

       200-COMPARE-ONE-FIELD.
           MOVE CJM-FIELD-POS (CJM-IDX) TO FIELD-POS-WS.
           MOVE CJM-FIELD-LEN (CJM-IDX) TO FIELD-LEN-WS.
           IF CJP-BEFORE-IMAGE (FIELD-POS-WS:FIELD-LEN-WS) =
              CJP-AFTER-IMAGE (FIELD-POS-WS:FIELD-LEN-WS)
               GO TO 200-EXIT.
           MOVE SPACES                   TO CJ-JOURNAL-REC.
           MOVE CJP-PROGRAM              TO CJ-PROGRAM.
           MOVE CJP-FILE-ID              TO CJ-FILE-ID.
           MOVE CJP-ACTION               TO CJ-ACTION.
           MOVE CJP-KEY                  TO CJ-KEY.
           MOVE CJM-FIELD-NAME (CJM-IDX) TO CJ-FIELD-NAME.
           MOVE CJP-BEFORE-IMAGE (FIELD-POS-WS:FIELD-LEN-WS)
                                         TO CJ-BEFORE-VALUE.
           MOVE CJP-AFTER-IMAGE (FIELD-POS-WS:FIELD-LEN-WS)
                                         TO CJ-AFTER-VALUE.
           MOVE CJP-OPERATOR-ID          TO CJ-OPERATOR-ID.
           MOVE CURR-DATE-WS             TO CJ-CHANGE-DATE.
           MOVE CURR-TIME-WS             TO CJ-CHANGE-TIME.
           IF CJM-SENSITIVE-SW (CJM-IDX) = 'S'
               MOVE 'S' TO CJ-SENSITIVE-SW
           ELSE
               MOVE 'N' TO CJ-SENSITIVE-SW.
           WRITE CJ-JOURNAL-REC.
           ADD 1 TO CJP-FIELDS-JOURNALED.
       200-EXIT.
           EXIT.

       800-OPEN-JOURNAL.
           OPEN EXTEND CHGJRNL.
           IF CHGJRNL-MISSING
               OPEN OUTPUT CHGJRNL.
           IF CHGJRNL-OK
               MOVE 'Y' TO JOURNAL-OPEN-SW
           ELSE
               DISPLAY "*** CHANGE JOURNAL OPEN FAILED - " CHGJRNL-ST
                   UPON CONSOLE.
       800-EXIT.
           EXIT.

       900-CLOSE-JOURNAL.
           IF JOURNAL-OPEN
               CLOSE CHGJRNL
               MOVE 'N' TO JOURNAL-OPEN-SW.
       900-EXIT.
           EXIT.
