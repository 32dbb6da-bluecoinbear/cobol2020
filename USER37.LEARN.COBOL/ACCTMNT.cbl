      * chain checks credit against - add, change and delete in the
      * same transaction-file style as PARTMAINT. The change
      * transaction is also how credit gets managed: it carries the
      * credit limit, open balance and hold flag - and the sales
      * tax exemption, which must carry the resale certificate
      * number and its expiry date or the transaction is rejected.
      * Every account field a transaction changes is written to
      * the change journal through CHGJLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTTRAN
           RECORD CONTAINS 88 CHARACTERS.
       01  ACCTTRAN-REC.
           05 AT-TRANS-CODE                     PIC X(01).
               88 AT-ADD                                    VALUE 'A'.
           05 AT-CREDIT-LIMIT                   PIC 9(07)V99.
           05 AT-OPEN-BALANCE                   PIC S9(07)V99.
           05 AT-CREDIT-HOLD-SW                 PIC X(01).
           05 AT-TAX-EXEMPT-SW                  PIC X(01).
           05 AT-EXEMPT-CERT-NO                 PIC X(12).
           05 AT-EXEMPT-EXPIRY                  PIC 9(08).
           05 FILLER                            PIC X(01).
      * Operator keying the transaction, as on the authorization
      * master; carried onto the change journal.
           05 AT-OPERATOR-ID                    PIC X(08).

       FD  ACCTMSTR
           RECORD CONTAINS 80 CHARACTERS.
       01  FLAGS-AND-SWITCHES.
           05 MORE-TRANS-SW                     PIC X(01)  VALUE 'Y'.
               88 NO-MORE-TRANS                            VALUE 'N'.
           05 EXEMPTION-SW                      PIC X(01)  VALUE 'Y'.
               88 EXEMPTION-VALID                          VALUE 'Y'.

       01  FILE-STATUS-WS.
           05 ACCTTRAN-ST                       PIC X(02).
                  VALUE 'REJECTED:  '.
           05 PS-REJECTED-O                     PIC ZZZ,ZZ9.

      * Change journal: every field a transaction changes goes to
      * the journal through CHGJLOG, driven by this map of the
      * account master's fields.
           COPY CHGJPARM.
       01  ACCTMSTR-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 008.
           05 FILLER                            PIC X(32)
                  VALUE 'AM-ACCT-NO              0001008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AM-ACCT-NAME            0009030N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AM-CREDIT-LIMIT         0039009S'.
           05 FILLER                            PIC X(32)
                  VALUE 'AM-OPEN-BALANCE         0048009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AM-CREDIT-HOLD-SW       0057001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AM-TAX-EXEMPT-SW        0058001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AM-EXEMPT-CERT-NO       0059012N'.
           05 FILLER                            PIC X(32)
                  VALUE 'AM-EXEMPT-EXPIRY        0071008N'.

       77  ZERO-VAL                             PIC 9(01)  VALUE ZERO.
       77  ONE-VAL                              PIC 9(01)  VALUE 1.


       400-ADD-ACCOUNT.
           MOVE "400-ADD-ACCOUNT" TO PARA-NAME.
           PERFORM 410-EDIT-EXEMPTION THRU 410-EXIT.
           IF NOT EXEMPTION-VALID
               GO TO 400-EXIT.
           MOVE AT-ACCT-NO TO AM-ACCT-NO.
           READ ACCTMSTR.
           MOVE AM-ACCOUNT-REC TO CJP-BEFORE-IMAGE.
           IF ACCTMSTR-FOUND
               MOVE AT-TRANS-CODE TO RJ-TRANS-CODE
               MOVE AT-ACCT-NO TO RJ-ACCT-NO
               ADD +1 TO TRANS-REJECTED
           ELSE
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE SPACES TO CJP-BEFORE-IMAGE
               MOVE AM-ACCOUNT-REC TO CJP-AFTER-IMAGE
               WRITE AM-ACCOUNT-REC
               MOVE 'A' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-ADDED.
       400-EXIT.
           EXIT.

      * An exempt account is only as good as its resale
      * certificate - no certificate number or expiry date, no
      * exemption.
       410-EDIT-EXEMPTION.
           MOVE 'Y' TO EXEMPTION-SW.
           IF AT-TAX-EXEMPT-SW = 'Y'
               IF AT-EXEMPT-CERT-NO = SPACES
                   OR AT-EXEMPT-EXPIRY NOT NUMERIC
                   OR AT-EXEMPT-EXPIRY = ZERO
                   MOVE 'N' TO EXEMPTION-SW
                   MOVE AT-TRANS-CODE TO RJ-TRANS-CODE
                   MOVE AT-ACCT-NO TO RJ-ACCT-NO
                   MOVE 'EXEMPT CERTIFICATE INCOMPLETE' TO RJ-REASON
                   WRITE SYSOUT-REC FROM ACCT-REJECT-LINE
                   ADD +1 TO TRANS-REJECTED.
       410-EXIT.
           EXIT.

       420-MOVE-TRANS-TO-MASTER.
           MOVE AT-ACCT-NO          TO AM-ACCT-NO.
           MOVE AT-ACCT-NAME        TO AM-ACCT-NAME.
               MOVE 'Y' TO AM-CREDIT-HOLD-SW
           ELSE
               MOVE 'N' TO AM-CREDIT-HOLD-SW.
           IF AT-TAX-EXEMPT-SW = 'Y'
               MOVE 'Y'                TO AM-TAX-EXEMPT-SW
               MOVE AT-EXEMPT-CERT-NO  TO AM-EXEMPT-CERT-NO
               MOVE AT-EXEMPT-EXPIRY   TO AM-EXEMPT-EXPIRY
           ELSE
               MOVE 'N'                TO AM-TAX-EXEMPT-SW
               MOVE SPACES             TO AM-EXEMPT-CERT-NO
               MOVE ZERO               TO AM-EXEMPT-EXPIRY.
       420-EXIT.
           EXIT.

       450-CHANGE-ACCOUNT.
           MOVE "450-CHANGE-ACCOUNT" TO PARA-NAME.
           PERFORM 410-EDIT-EXEMPTION THRU 410-EXIT.
           IF NOT EXEMPTION-VALID
               GO TO 450-EXIT.
           MOVE AT-ACCT-NO TO AM-ACCT-NO.
           READ ACCTMSTR.
           MOVE AM-ACCOUNT-REC TO CJP-BEFORE-IMAGE.
           IF ACCTMSTR-FOUND
               PERFORM 420-MOVE-TRANS-TO-MASTER THRU 420-EXIT
               MOVE AM-ACCOUNT-REC TO CJP-AFTER-IMAGE
               REWRITE AM-ACCOUNT-REC
               MOVE 'C' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-CHANGED
           ELSE
               MOVE AT-TRANS-CODE TO RJ-TRANS-CODE
           MOVE "480-DELETE-ACCOUNT" TO PARA-NAME.
           MOVE AT-ACCT-NO TO AM-ACCT-NO.
           READ ACCTMSTR.
           MOVE AM-ACCOUNT-REC TO CJP-BEFORE-IMAGE.
           IF ACCTMSTR-FOUND
               MOVE SPACES TO CJP-AFTER-IMAGE
               DELETE ACCTMSTR RECORD
               MOVE 'D' TO CJP-ACTION
               PERFORM 860-JOURNAL-CHANGE THRU 860-EXIT
               ADD +1 TO TRANS-DELETED
           ELSE
               MOVE AT-TRANS-CODE TO RJ-TRANS-CODE
       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE ACCTTRAN, ACCTMSTR, SYSOUT.
           MOVE 'C' TO CJP-FUNCTION.
           CALL 'CHGJLOG' USING CJP-PARMS, ACCTMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       850-EXIT.
           EXIT.

      * One journal record per account field the transaction
      * changed, from the before and after images set up above.
       860-JOURNAL-CHANGE.
           MOVE 'J'            TO CJP-FUNCTION.
           MOVE 'ACCTMNT'      TO CJP-PROGRAM.
           MOVE 'ACCTMSTR'     TO CJP-FILE-ID.
           MOVE AT-ACCT-NO     TO CJP-KEY.
           MOVE AT-OPERATOR-ID TO CJP-OPERATOR-ID.
           CALL 'CHGJLOG' USING CJP-PARMS, ACCTMSTR-FIELD-MAP,
                                CJP-BEFORE-IMAGE, CJP-AFTER-IMAGE.
       860-EXIT.
           EXIT.

       900-READ-ACCTTRAN.
           READ ACCTTRAN
               AT END MOVE "N" TO MORE-TRANS-SW
