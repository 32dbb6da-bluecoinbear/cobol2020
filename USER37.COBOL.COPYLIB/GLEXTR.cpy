      * sourced the posting. GLCONSOL batches all sources, edits
      * the accounts against the chart, and proves debits equal
      * credits per source and in total before anything posts.
      * The posting date places the entry in its fiscal period. Each
      * source stamps its own business date, so a late or rerun feed
      * dated into a closed period is turned back; one left blank
      * posts as of the consolidation run's business date.
       01  GLEXTR-REC.
           05  GL-ACCOUNT               PIC X(08).
           05  GL-DESCRIPTION           PIC X(24).
           05  GL-DEBIT                 PIC 9(09)V99.
           05  GL-CREDIT                PIC 9(09)V99.
           05  GL-SOURCE                PIC X(08).
           05  GL-POST-DATE             PIC X(08).
           05  GL-POST-DATE-N REDEFINES GL-POST-DATE
                                        PIC 9(08).
           05  FILLER                   PIC X(10).
