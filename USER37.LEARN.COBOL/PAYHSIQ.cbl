       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PAYHSIQ.
      * Online employee pay-history inquiry. A payroll operator keys
      * an employee on the PYHIS01 map, keyed the way the employee
      * master is, and gets back the master's status, hire date,
      * department and pay frequency, the quarter-to-date totals
      * banked on YTDBAL, the LEAVEMST vacation and sick balances,
      * and the direct-deposit account on DDENROLL with all but its
      * last four digits masked - then pages through the employee's
      * checks on PAYHIST, six to a page, with gross, withholding
      * and net, PF7 back and PF8 forward. A new employee opens on
      * the page with the latest check. Pseudo-conversational like
      * CLMHSIQ: the commarea carries the employee and the check at
      * the top of the page between trips.
      *
      * PAYHIST is the batch run's entry-sequenced history, read
      * here through the PAYHISTE path, an alternate index on the
      * employee key; checks with the same key come back in the
      * order PAYROL3A appended them, so the page arithmetic counts
      * checks from the employee's first. Nothing here updates any
      * file. Every trip first asks the security manager whether
      * the signed-on user holds read access to the payroll inquiry
      * facility profile, which only payroll operators are given.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.

       01  WS-RESP                      PIC S9(8) COMP.
       01  WS-EMP-KEY                   PIC X(20).
       01  WS-HIST-KEY                  PIC X(20).
       01  WS-TOP-CHECK                 PIC 9(04).
       01  WS-CHECK-COUNT               PIC 9(04).
       01  WS-CHECK-SEQ                 PIC 9(04).
       01  WS-LAST-CHECK                PIC 9(04).
       01  WS-LINE-SUB                  PIC S9(4) COMP.
       01  WS-LINES-FILLED              PIC S9(4) COMP.
       01  WS-HIST-DONE-SW              PIC X(01).
           88  WS-HIST-DONE                        VALUE 'Y'.

      * Payroll operators are those the security manager grants
      * read access to this profile in the facility class.
       01  WS-SEC-CLASS                 PIC X(08) VALUE 'FACILITY'.
       01  WS-SEC-RESOURCE              PIC X(15)
              VALUE 'PAYROLL.INQUIRY'.
       01  WS-SEC-READ                  PIC S9(8) COMP.
       01  WS-AUTHORIZED-SW             PIC X(01).
           88  WS-AUTHORIZED                       VALUE 'Y'.

       01  WS-DATE-EDIT                 PIC XXXX/XX/XX.
       01  WS-QTD-EDIT                  PIC -9(9).99.
       01  WS-FICA-QTD                  PIC 9(07)V99.
       01  WS-COUNT-EDIT                PIC ZZZZ9.
       01  WS-HOURS-EDIT                PIC -9(5).99.
       01  WS-AMOUNT-EDIT               PIC -9(7).99.
       01  WS-PAGE-EDIT                 PIC ZZZ9.

      * Only the last four digits of the account go to the screen.
       01  WS-ACCT-REVERSED             PIC X(17).
       01  WS-ACCT-TRAILING             PIC S9(4) COMP.
       01  WS-ACCT-LENGTH               PIC S9(4) COMP.
       01  WS-ACCT-LAST-FOUR            PIC X(04).
       01  WS-ACCT-TYPE                 PIC X(08).

       01  WS-HIST-LINE.
           05  WS-HL-DATE               PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-HL-GROSS              PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-HL-FED                PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-HL-STATE              PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-HL-FICA               PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-HL-NET                PIC X(11).
           05  FILLER                   PIC X(01) VALUE SPACES.

       01  WS-PAGE-MSG.
           05  FILLER                   PIC X(07) VALUE 'CHECKS '.
           05  WS-PM-FIRST              PIC X(04).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  WS-PM-LAST               PIC X(04).
           05  FILLER                   PIC X(04) VALUE ' OF '.
           05  WS-PM-COUNT              PIC X(04).
           05  FILLER                   PIC X(36)
                  VALUE '   PF7 BACK  PF8 FORWARD  PF3 END'.

       01  END-MSG                      PIC X(28)
              VALUE 'PAY HISTORY SESSION ENDED'.
       01  NOT-AUTH-MSG                 PIC X(40)
              VALUE 'PAY HISTORY INQUIRY - NOT AUTHORIZED'.

       COPY EMPMSTR.
       COPY YTDBAL.
       COPY LEAVEMST.
       COPY DDENROLL.
       COPY PAYHIST.
       COPY PYHIS01.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-EMP-KEY                PIC X(20).
           05  CA-TOP-CHECK              PIC 9(04).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-OPERATOR.
           IF NOT WS-AUTHORIZED
               PERFORM 9100-NOT-AUTHORIZED
           END-IF.
           IF EIBCALEN = 0
               MOVE SPACES TO WS-EMP-KEY
               MOVE ZERO   TO WS-TOP-CHECK
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               EXEC CICS HANDLE AID
                   CLEAR(9000-END-SESSION)
                   PF3(9000-END-SESSION)
               END-EXEC
               MOVE CA-EMP-KEY   TO WS-EMP-KEY
               MOVE CA-TOP-CHECK TO WS-TOP-CHECK
               PERFORM 2000-RECEIVE-MAP
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 2500-SET-EMPLOYEE
                   PERFORM 3000-LOOKUP-EMPLOYEE
                   PERFORM 4000-SEND-RESULT-MAP
               ELSE
                   PERFORM 1000-SEND-INITIAL-MAP
               END-IF
           END-IF.

           MOVE WS-EMP-KEY   TO CA-EMP-KEY.
           MOVE WS-TOP-CHECK TO CA-TOP-CHECK.
           EXEC CICS RETURN
               TRANSID('PYIQ')
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

      * Read access to the payroll inquiry profile is what makes a
      * payroll operator; anything else, including a security
      * manager that cannot answer, is turned away.
       0500-CHECK-OPERATOR.
           MOVE 'N' TO WS-AUTHORIZED-SW.
           EXEC CICS QUERY SECURITY
               RESCLASS(WS-SEC-CLASS)
               RESID(WS-SEC-RESOURCE)
               RESIDLENGTH(LENGTH OF WS-SEC-RESOURCE)
               READ(WS-SEC-READ)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-SEC-READ = DFHVALUE(READABLE)
                   MOVE 'Y' TO WS-AUTHORIZED-SW
               END-IF
           END-IF.

       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO PYHIS01O.
           MOVE -1 TO EMPKEYL.
           EXEC CICS SEND MAP('PYHIS01')
               MAPSET('PYHIS01')
               FROM(PYHIS01O)
               ERASE
           END-EXEC.

       2000-RECEIVE-MAP.
           EXEC CICS RECEIVE MAP('PYHIS01')
               MAPSET('PYHIS01')
               INTO(PYHIS01I)
               RESP(WS-RESP)
           END-EXEC.

      * A freshly keyed employee opens on the latest page, marked
      * by a zero top check until the checks are counted.
       2500-SET-EMPLOYEE.
           IF EMPKEYL > ZERO
               IF EMPKEYI NOT = WS-EMP-KEY
                   MOVE EMPKEYI TO WS-EMP-KEY
                   MOVE ZERO    TO WS-TOP-CHECK
               END-IF
           END-IF.

       3000-LOOKUP-EMPLOYEE.
           MOVE LOW-VALUES TO PYHIS01O.
           MOVE WS-EMP-KEY TO EMPKEYO.
           MOVE WS-EMP-KEY TO EM-EMP-KEY.
           EXEC CICS READ
               FILE('EMPMSTR')
               INTO(EM-EMPLOYEE-REC)
               RIDFLD(EM-EMP-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3100-FORMAT-MASTER
               PERFORM 3200-GET-QUARTER-TOTALS
               PERFORM 3300-GET-LEAVE-BALANCES
               PERFORM 3400-GET-DEPOSIT-ACCOUNT
               PERFORM 3500-COUNT-CHECKS
               PERFORM 3600-SET-PAGE-POSITION
               PERFORM 3700-BROWSE-HISTORY
           ELSE
               MOVE ZERO TO WS-TOP-CHECK
               MOVE 'EMPLOYEE NOT FOUND ON MASTER' TO MSGO
           END-IF.

       3100-FORMAT-MASTER.
           EVALUATE TRUE
           WHEN EM-ACTIVE
               MOVE 'ACTIVE' TO STATO
           WHEN EM-TERMINATED
               MOVE 'TERMINATED' TO STATO
           WHEN OTHER
               MOVE EM-STATUS TO STATO
           END-EVALUATE.
           MOVE EM-HIRE-DATE TO WS-DATE-EDIT.
           MOVE WS-DATE-EDIT TO HIREDTO.
           MOVE EM-DEPT-CODE TO DEPTO.
           EVALUATE TRUE
           WHEN EM-FREQ-WEEKLY
               MOVE 'WEEKLY' TO FREQO
           WHEN EM-FREQ-BIWEEKLY
               MOVE 'BIWEEKLY' TO FREQO
           WHEN EM-FREQ-SEMIMONTHLY
               MOVE 'SEMIMONTHLY' TO FREQO
           WHEN OTHER
               MOVE 'MONTHLY' TO FREQO
           END-EVALUATE.

      * The quarter the balance record was last banked in, with
      * Social Security and Medicare shown together as FICA.
       3200-GET-QUARTER-TOTALS.
           MOVE WS-EMP-KEY TO YTD-EMP-KEY.
           EXEC CICS READ
               FILE('YTDBAL')
               INTO(YTDBAL-REC)
               RIDFLD(YTD-EMP-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE YTD-QUARTER      TO QTRO
               MOVE YTD-GROSS-PAY    TO WS-QTD-EDIT
               MOVE WS-QTD-EDIT      TO QGROSSO
               MOVE YTD-FED-WH       TO WS-QTD-EDIT
               MOVE WS-QTD-EDIT      TO QFEDO
               MOVE YTD-STATE-WH     TO WS-QTD-EDIT
               MOVE WS-QTD-EDIT      TO QSTATEO
               COMPUTE WS-FICA-QTD = YTD-SS-WH + YTD-MED-WH
               MOVE WS-FICA-QTD      TO WS-QTD-EDIT
               MOVE WS-QTD-EDIT      TO QFICAO
               MOVE YTD-CHECK-COUNT  TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT    TO QCHKSO
               MOVE YTD-ANNUAL-GROSS TO WS-QTD-EDIT
               MOVE WS-QTD-EDIT      TO YRGROSSO
           ELSE
               MOVE 'NONE' TO QGROSSO
           END-IF.

       3300-GET-LEAVE-BALANCES.
           MOVE WS-EMP-KEY TO LV-EMP-KEY.
           EXEC CICS READ
               FILE('LEAVEMST')
               INTO(LV-LEAVE-REC)
               RIDFLD(LV-EMP-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE LV-VAC-BALANCE  TO WS-HOURS-EDIT
               MOVE WS-HOURS-EDIT   TO VACO
               MOVE LV-SICK-BALANCE TO WS-HOURS-EDIT
               MOVE WS-HOURS-EDIT   TO SICKO
           ELSE
               MOVE 'NONE' TO VACO
               MOVE 'NONE' TO SICKO
           END-IF.

      * An active or prenoting enrollment shows its account type
      * and the account's last four digits; anyone else is paid by
      * printed check.
       3400-GET-DEPOSIT-ACCOUNT.
           MOVE WS-EMP-KEY TO DD-EMP-KEY.
           EXEC CICS READ
               FILE('DDENROLL')
               INTO(DD-ENROLL-REC)
               RIDFLD(DD-EMP-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               AND (DD-ACTIVE OR DD-PRENOTE)
               PERFORM 3410-MASK-ACCOUNT
               IF DD-SAVINGS
                   MOVE 'SAVINGS' TO WS-ACCT-TYPE
               ELSE
                   MOVE 'CHECKING' TO WS-ACCT-TYPE
               END-IF
               IF DD-ACTIVE
                   STRING WS-ACCT-TYPE DELIMITED BY SPACE
                          ' ****'       DELIMITED BY SIZE
                          WS-ACCT-LAST-FOUR DELIMITED BY SIZE
                       INTO DDACCTO
                   END-STRING
               ELSE
                   STRING WS-ACCT-TYPE DELIMITED BY SPACE
                          ' ****'       DELIMITED BY SIZE
                          WS-ACCT-LAST-FOUR DELIMITED BY SIZE
                          ' PRENOTE'    DELIMITED BY SIZE
                       INTO DDACCTO
                   END-STRING
               END-IF
           ELSE
               MOVE 'PRINTED CHECK' TO DDACCTO
           END-IF.

       3410-MASK-ACCOUNT.
           MOVE SPACES TO WS-ACCT-LAST-FOUR.
           MOVE ZERO TO WS-ACCT-TRAILING.
           MOVE FUNCTION REVERSE (DD-ACCOUNT-NBR) TO WS-ACCT-REVERSED.
           INSPECT WS-ACCT-REVERSED
               TALLYING WS-ACCT-TRAILING FOR LEADING SPACES.
           COMPUTE WS-ACCT-LENGTH = 17 - WS-ACCT-TRAILING.
           IF WS-ACCT-LENGTH > 3
               MOVE DD-ACCOUNT-NBR (WS-ACCT-LENGTH - 3:4)
                   TO WS-ACCT-LAST-FOUR
           END-IF.

      * The employee's checks are counted on every trip so a check
      * the payroll run added meanwhile still pages in.
       3500-COUNT-CHECKS.
           MOVE ZERO TO WS-CHECK-COUNT.
           PERFORM 3510-START-HISTORY.
           PERFORM 3520-COUNT-ONE-CHECK
               UNTIL WS-HIST-DONE.
           PERFORM 3530-END-HISTORY.

       3510-START-HISTORY.
           MOVE 'N' TO WS-HIST-DONE-SW.
           MOVE WS-EMP-KEY TO WS-HIST-KEY.
           EXEC CICS STARTBR
               FILE('PAYHISTE')
               RIDFLD(WS-HIST-KEY)
               EQUAL
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-HIST-DONE-SW
           END-IF.

      * A duplicate-key response is a good read with more checks
      * for the same employee behind it.
       3515-READ-NEXT-CHECK.
           EXEC CICS READNEXT
               FILE('PAYHISTE')
               INTO(PH-PAY-HIST-REC)
               RIDFLD(WS-HIST-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) OR DFHRESP(DUPKEY)
               IF PH-EMP-KEY NOT = WS-EMP-KEY
                   MOVE 'Y' TO WS-HIST-DONE-SW
               END-IF
           ELSE
               MOVE 'Y' TO WS-HIST-DONE-SW
           END-IF.

       3520-COUNT-ONE-CHECK.
           PERFORM 3515-READ-NEXT-CHECK.
           IF NOT WS-HIST-DONE
               ADD 1 TO WS-CHECK-COUNT
           END-IF.

       3530-END-HISTORY.
           EXEC CICS ENDBR
               FILE('PAYHISTE')
               RESP(WS-RESP)
           END-EXEC.

      * PF8 moves the window a page forward as long as there are
      * checks past it, PF7 a page back, floored at the first.
       3600-SET-PAGE-POSITION.
           IF WS-TOP-CHECK = ZERO
               IF WS-CHECK-COUNT > 6
                   COMPUTE WS-TOP-CHECK = WS-CHECK-COUNT - 5
               ELSE
                   MOVE 1 TO WS-TOP-CHECK
               END-IF
           ELSE
               EVALUATE EIBAID
               WHEN DFHPF8
                   IF WS-TOP-CHECK + 6 NOT > WS-CHECK-COUNT
                       ADD 6 TO WS-TOP-CHECK
                   END-IF
               WHEN DFHPF7
                   IF WS-TOP-CHECK > 6
                       SUBTRACT 6 FROM WS-TOP-CHECK
                   ELSE
                       MOVE 1 TO WS-TOP-CHECK
                   END-IF
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.
           COMPUTE WS-LAST-CHECK = WS-TOP-CHECK + 5.

       3700-BROWSE-HISTORY.
           MOVE ZERO TO WS-LINES-FILLED.
           MOVE ZERO TO WS-CHECK-SEQ.
           MOVE ZERO TO WS-LINE-SUB.
           IF WS-CHECK-COUNT > ZERO
               PERFORM 3510-START-HISTORY
               PERFORM 3710-READ-ONE-CHECK
                   UNTIL WS-HIST-DONE
                      OR WS-CHECK-SEQ NOT < WS-LAST-CHECK
               PERFORM 3530-END-HISTORY
           END-IF.

       3710-READ-ONE-CHECK.
           PERFORM 3515-READ-NEXT-CHECK.
           IF NOT WS-HIST-DONE
               ADD 1 TO WS-CHECK-SEQ
               IF WS-CHECK-SEQ NOT < WS-TOP-CHECK
                   PERFORM 3720-FORMAT-ONE-LINE
               END-IF
           END-IF.

       3720-FORMAT-ONE-LINE.
           ADD 1 TO WS-LINE-SUB.
           MOVE PH-PAY-DATE    TO WS-DATE-EDIT.
           MOVE WS-DATE-EDIT   TO WS-HL-DATE.
           MOVE PH-GROSS       TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-HL-GROSS.
           MOVE PH-FED-WH      TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-HL-FED.
           MOVE PH-STATE-WH    TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-HL-STATE.
           MOVE PH-FICA-WH     TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-HL-FICA.
           MOVE PH-NET         TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-HL-NET.
           MOVE WS-HIST-LINE   TO HLINEO (WS-LINE-SUB).
           ADD 1 TO WS-LINES-FILLED.

       4000-SEND-RESULT-MAP.
           IF MSGO = LOW-VALUES
               IF WS-LINES-FILLED = ZERO
                   MOVE 'NO PAY HISTORY FOR EMPLOYEE' TO MSGO
               ELSE
                   MOVE WS-TOP-CHECK TO WS-PAGE-EDIT
                   MOVE WS-PAGE-EDIT TO WS-PM-FIRST
                   COMPUTE WS-LAST-CHECK =
                           WS-TOP-CHECK + WS-LINES-FILLED - 1
                   MOVE WS-LAST-CHECK TO WS-PAGE-EDIT
                   MOVE WS-PAGE-EDIT TO WS-PM-LAST
                   MOVE WS-CHECK-COUNT TO WS-PAGE-EDIT
                   MOVE WS-PAGE-EDIT TO WS-PM-COUNT
                   MOVE WS-PAGE-MSG TO MSGO
               END-IF
           END-IF.
           MOVE -1 TO EMPKEYL.
           EXEC CICS SEND MAP('PYHIS01')
               MAPSET('PYHIS01')
               FROM(PYHIS01O)
               ERASE
               CURSOR
           END-EXEC.

       9000-END-SESSION.
           EXEC CICS SEND TEXT
               FROM(END-MSG)
               LENGTH(LENGTH OF END-MSG)
               ERASE
               FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       9100-NOT-AUTHORIZED.
           EXEC CICS SEND TEXT
               FROM(NOT-AUTH-MSG)
               LENGTH(LENGTH OF NOT-AUTH-MSG)
               ERASE
               FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
