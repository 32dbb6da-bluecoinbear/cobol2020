               88  DD-INACTIVE                  VALUE 'I'.
               88  DD-RETURNED                  VALUE 'R'.
           05  DD-PRENOTE-DATE          PIC 9(08).
      * Termination date stamped by FINALPAY: the final check still
      * deposits to the account, then the enrollment closes.
           05  DD-END-DATE              PIC 9(08).
           05  FILLER                   PIC X(16).
