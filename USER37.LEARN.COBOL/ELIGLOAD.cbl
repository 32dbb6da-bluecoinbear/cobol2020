      * gives keyed transactions, rejects the bad ones to a
      * correction report, and prints an applied/rejected register
      * whose control totals tie to the header and trailer framing
      * the feed, the way the claims extract is framed. Every policy
      * field an applied record changes is written to the change
      * journal through CHGJLOG, under the same field map POLMAINT
      * uses, with no operator since the feed is unattended.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 FILLER                    PIC X(03)  VALUE SPACES.
           05 REG-BALANCE-MSG           PIC X(20).

      * Change journal: every field an applied record changes goes
      * to the journal through CHGJLOG, driven by the policy
      * master's field map.
           COPY CHGJPARM.
           COPY POLFMAP.

      *
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
       400-APPLY-DETAIL.
           MOVE EF-POLICY-NO TO POL-POLICY-NO.
           READ POLMSTR.
           MOVE POL-MASTER-REC TO CJP-BEFORE-IMAGE.
           EVALUATE TRUE
           WHEN EF-ADD
                IF POLMSTR-REC-FOUND
                   PERFORM 600-WRITE-REJECT
                ELSE
                   PERFORM 420-MOVE-FEED-TO-MASTER
                   MOVE ZERO TO POL-WRITING-AGENT
                   MOVE 'A' TO POL-STATUS
                   MOVE SPACES TO CJP-BEFORE-IMAGE
                   MOVE POL-MASTER-REC TO CJP-AFTER-IMAGE
                   WRITE POL-MASTER-REC
                   MOVE 'A' TO CJP-ACTION
                   PERFORM 460-JOURNAL-CHANGE
                   ADD 1 TO RECS-ADDED-WS
                END-IF
           WHEN EF-CHANGE
                IF POLMSTR-REC-FOUND
                   PERFORM 420-MOVE-FEED-TO-MASTER
                   MOVE POL-MASTER-REC TO CJP-AFTER-IMAGE
                   REWRITE POL-MASTER-REC
                   MOVE 'C' TO CJP-ACTION
                   PERFORM 460-JOURNAL-CHANGE
                   ADD 1 TO RECS-CHANGED-WS
                ELSE
                   MOVE 'POLICY NOT ON FILE' TO REJECT-REASON-WS
           WHEN EF-TERMINATE
                IF POLMSTR-REC-FOUND
                   MOVE 'T' TO POL-STATUS
                   MOVE POL-MASTER-REC TO CJP-AFTER-IMAGE
                   REWRITE POL-MASTER-REC
                   MOVE 'C' TO CJP-ACTION
                   PERFORM 460-JOURNAL-CHANGE
                   ADD 1 TO RECS-TERMINATED-WS
                ELSE
                   MOVE 'POLICY NOT ON FILE' TO REJECT-REASON-WS
           MOVE EF-POLICY-TYPE    TO POL-POLICY-TYPE.
           MOVE EF-LAST-NAME      TO POL-LAST-NAME.
           MOVE EF-FIRST-NAME     TO POL-FIRST-NAME.
           IF EF-ADD OR EF-BENEFIT-DATE NOT = POL-BENEFIT-DATE
              MOVE SPACE          TO POL-RENEWAL-NOTICE-SW
           END-IF.
           MOVE EF-BENEFIT-DATE   TO POL-BENEFIT-DATE.
           MOVE EF-POLICY-AMOUNT  TO POL-POLICY-AMOUNT.
           MOVE EF-COINSURANCE    TO POL-COINSURANCE.
              MOVE ZERO              TO POL-PAID-TO-DATE
           END-IF.

      * One journal record per policy field the feed record changed,
      * from the before and after images set up above. The feed
      * carries no operator, so none is journaled.
       460-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'ELIGLOAD'     TO CJP-PROGRAM.
           MOVE 'POLMSTR'      TO CJP-FILE-ID.
           MOVE EF-POLICY-NO   TO CJP-KEY.
           MOVE SPACES         TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, POLMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.

       600-WRITE-REJECT.
           MOVE EF-ACTION-CODE     TO ERR-ACTION-O.
           MOVE ZERO               TO ERR-POLICY-NO.
           DISPLAY 'FEED RECORDS READ: ' FEED-RECORDS-READ-WS.
           DISPLAY 'DETAILS REJECTED:  ' RECS-REJECTED-WS.
           CLOSE ELIGFEED, POLMSTR, ELIGRPT, ELIGERR.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, POLMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
           IF FEED-OUT-OF-BALANCE OR RECS-REJECTED-WS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
       999-ERROR-RTN.
           DISPLAY 'ERROR: CLOSING PROGRAM...'.
           CLOSE ELIGFEED, POLMSTR, ELIGRPT, ELIGERR.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, POLMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
