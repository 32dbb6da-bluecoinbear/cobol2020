      * POLFMAP - Change-journal field map of the policy master
      * (POLMSTR), in the layout CHGJPARM describes. Shared by every
      * program that maintains the policy master - POLMAINT for
      * keyed transactions, ELIGLOAD for the sponsor eligibility
      * feed - so both journal the same fields the same way.
       01  POLMSTR-FIELD-MAP.
           05 FILLER                            PIC 9(03)  VALUE 015.
           05 FILLER                            PIC X(32)
                  VALUE 'POL-POLICY-NO           0001009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'POL-POLICY-TYPE         0010001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'POL-LAST-NAME           0011010N'.
           05 FILLER                            PIC X(32)
                  VALUE 'POL-FIRST-NAME          0021015N'.
           05 FILLER                            PIC X(32)
                  VALUE 'POL-BENEFIT-DATE        0036008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'POL-POLICY-AMOUNT       0044009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'POL-COINSURANCE         0053003S'.
           05 FILLER                            PIC X(32)
                  VALUE 'POL-STATUS              0056001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'POL-OTHER-CARRIER       0057010N'.
           05 FILLER                            PIC X(32)
                  VALUE 'POL-OTHER-POLICY-NO     0067009N'.
           05 FILLER                            PIC X(32)
                  VALUE 'POL-PRIMACY-ORDER       0076001N'.
           05 FILLER                            PIC X(32)
                  VALUE 'POL-PREMIUM-AMOUNT      0077007N'.
           05 FILLER                            PIC X(32)
                  VALUE 'POL-PAID-TO-DATE        0084008N'.
           05 FILLER                            PIC X(32)
                  VALUE 'POL-WRITING-AGENT       0092005N'.
           05 FILLER                            PIC X(32)
                  VALUE 'POL-RENEWAL-NOTICE-SW   0097001N'.
