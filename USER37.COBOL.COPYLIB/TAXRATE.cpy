      * TAXRATE - Sales tax rate table for the music order chain,
      * one record per taxing jurisdiction (80 bytes): ship-to
      * state, locality code, jurisdiction name and the combined
      * rate charged on instrument sales shipped there. A record
      * with a blank locality carries the statewide rate, used for
      * any locality in the state without a record of its own.
      * FAVRFP prices domestic orders from it; FAVTAX names the
      * jurisdictions on the sales tax liability report.
       01  TR-TAX-RATE-REC.
           05  TR-JURISDICTION.
               10  TR-STATE             PIC X(02).
               10  TR-LOCALITY          PIC X(03).
           05  TR-JURIS-NAME            PIC X(20).
           05  TR-RATE                  PIC V9(05).
           05  FILLER                   PIC X(50).
