      * INVLOC - Parts stock by location, keyed by part number,
      * stocking location and bin (80 bytes). The parts inventory
      * master keeps one on-hand per part; this file says where
      * it is. Each record holds the on-hand at one bin of one
      * location and the quantity shipped toward that bin on a
      * stock transfer but not yet put away there. PARTINV posts
      * it from the same transactions that post the inventory
      * master, so a part's on-hand across its locations plus its
      * in-transit always ties to the part total. A blank bin is
      * stock at the location not yet put away to a bin.
       01  IL-LOCATION-REC.
           05  IL-KEY.
               10  IL-PART-NUMBER       PIC X(23).
               10  IL-LOCATION          PIC X(04).
                   88  IL-VALID-LOCATION        VALUES 'MAIN', 'CRIB',
                                                       'YARD'.
                   88  IL-MAIN-WAREHOUSE        VALUE 'MAIN'.
                   88  IL-LINE-SIDE-CRIB        VALUE 'CRIB'.
                   88  IL-OFF-SITE-YARD         VALUE 'YARD'.
               10  IL-BIN               PIC X(06).
           05  IL-ON-HAND               PIC S9(7).
           05  IL-IN-TRANSIT            PIC S9(7).
           05  IL-LAST-ACTIVITY-DATE    PIC 9(08).
           05  FILLER                   PIC X(25).
