      * means no norm has been set; the concurrent-review run skips
      * the diagnosis until one is keyed through DIAGMNT.
           05  DG-EXPECTED-LOS-DAYS     PIC 9(03).
      * Diagnosis-related group the diagnosis groups to on DRGMSTR.
      * Blank leaves a discharge under this diagnosis ungrouped.
           05  DG-DRG-CODE              PIC X(03).
           05  FILLER                   PIC X(17).
