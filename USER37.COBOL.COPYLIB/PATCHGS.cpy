      * PATCHGS - Cumulative patient-charges master, keyed by
      * patient id (100 bytes). HOSPCHG posts each day's DLYCHRG
      * extract here, carrying stay-to-date room and equipment
      * totals, so what a current inpatient owes is one keyed read
      * instead of a re-read of a week of daily extracts. Discharge
      * Ancillary buckets by revenue class, posted from the charge
      * lines ANCENTRY validates against the charge-code master -
      * so lab, pharmacy and therapy finally reach the bill instead
      * of stopping at room and equipment. Pharmacy also takes the
      * dispenses RXENTRY prices off the drug formulary.
           05  PC-LAB-CHARGES-TO-DATE   PIC 9(07)V99.
           05  PC-PHARM-CHARGES-TO-DATE PIC 9(07)V99.
           05  PC-THER-CHARGES-TO-DATE  PIC 9(07)V99.
           05  PC-OTHER-CHARGES-TO-DATE PIC 9(07)V99.
      * Operating room time, posted from the case times SURGSCHD
      * prices off the charge-code master.
           05  PC-OR-CHARGES-TO-DATE    PIC 9(07)V99.
           05  FILLER                   PIC X(11).
