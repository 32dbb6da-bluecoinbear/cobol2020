      * patient, the bill date, a payer code and the amount. The
      * balance works down and the receivable closes at zero; an
      * overpayment posts in full and leaves a credit balance for
      * the refund desk. Unknown receivables reject to the register,
      * as do receivables placed with the collection agency - what
      * is collected on those posts through AGCYPOST.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
               WRITE SYSOUT-REC FROM PAY-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 400-EXIT.
           IF PA-PLACED
               MOVE AP-PATIENT-ID TO RJ-PATIENT-ID
               MOVE 'ACCOUNT PLACED WITH AGENCY' TO RJ-REASON
               WRITE SYSOUT-REC FROM PAY-REJECT-LINE
               ADD +1 TO TRANS-REJECTED
               GO TO 400-EXIT.
           IF AP-PATIENT-PAYMENT
               ADD AP-PAYMENT-AMOUNT TO PA-PAT-PAID
               MOVE 'PATIENT' TO RG-PAYER-O
