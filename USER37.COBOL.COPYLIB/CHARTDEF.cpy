      * CHARTDEF - Chart-deficiency record, keyed by patient id,
      * admit date and item code (80 bytes). One record per item the
      * chart of a discharged stay still needs before the bill can
      * go out: HOSPDISC opens the discharge summary, signature and
      * coding items at discharge against the attending physician,
      * CHARTCMP completes, reassigns and adds items as medical
      * records works the chart, and HOSP2CLM holds the stay's
      * claim while any item is open. CHARTDLQ ages the open items
      * by responsible physician.
       01  CF-CHART-DEF-REC.
           05  CF-DEF-KEY.
               10  CF-PATIENT-ID        PIC X(09).
               10  CF-ADMIT-DATE        PIC 9(08).
               10  CF-ITEM-CODE         PIC X(02).
                   88  CF-DISCHARGE-SUMMARY     VALUE 'DS'.
                   88  CF-SIGNATURES            VALUE 'SG'.
                   88  CF-CODING                VALUE 'CD'.
                   88  CF-HISTORY-PHYSICAL      VALUE 'HP'.
                   88  CF-OPERATIVE-REPORT      VALUE 'OP'.
                   88  CF-VALID-ITEM-CODE       VALUES 'DS', 'SG',
                                                       'CD', 'HP',
                                                       'OP'.
           05  CF-DISCHARGE-DATE        PIC 9(08).
      * Physician on PHYSMSTR responsible for completing the item.
           05  CF-PHYSICIAN-ID          PIC X(09).
           05  CF-STATUS                PIC X(01).
               88  CF-ITEM-OPEN                 VALUE 'O'.
               88  CF-ITEM-COMPLETE             VALUE 'C'.
      * Deficiencies age from the date the item was opened.
           05  CF-OPENED-DATE           PIC 9(08).
           05  CF-COMPLETED-DATE        PIC 9(08).
           05  CF-COMPLETED-BY          PIC X(08).
           05  FILLER                   PIC X(19).
