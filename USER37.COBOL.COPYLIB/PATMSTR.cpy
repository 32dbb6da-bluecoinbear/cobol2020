           05 PATMSTR-BED-ID-PRIMARY             PIC X(04).
           05 PATMSTR-DISCHARGE-DATE             PIC 9(08) VALUE ZERO.
           05 PATMSTR-WARD-ID                    PIC X(04).
      * The discharged stay a readmission was written over - kept by
      * HOSPADMT so READMRPT can link the two stays. Zero dates on a
      * first admission.
           05 PATMSTR-PRIOR-ADMIT-DATE           PIC 9(08).
           05 PATMSTR-PRIOR-DISCH-DATE           PIC 9(08).
           05 PATMSTR-PRIOR-DIAG-CODE            PIC X(06).
           05 PATMSTR-PRIOR-WARD-ID              PIC X(04).
      * Attending physician on PHYSMSTR, set at admission and by
      * attending-change transactions through HOSPADMT. Spaces on
      * records from before the physician master.
           05 PATMSTR-ATTENDING-ID               PIC X(09).
           05 FILLER                            PIC X(06).
