      * PROMOMST - Promotional discount code master (80 bytes),
      * keyed by the code the customer quotes on the order. PROMMNT
      * keys the codes; FAVRFP honours a code inside its start and
      * end dates while its uses stay under the usage limit (zero
      * is unlimited), and counts each order the code prices.
       01  PM-PROMO-REC.
           05  PM-PROMO-CODE            PIC X(08).
           05  PM-DESCRIPTION           PIC X(20).
           05  PM-INSTRUMENT-TYPE       PIC X(06).
           05  PM-DISCOUNT-PCT          PIC V999.
           05  PM-START-DATE            PIC 9(08).
           05  PM-END-DATE              PIC 9(08).
           05  PM-USAGE-LIMIT           PIC 9(05).
           05  PM-USAGE-COUNT           PIC 9(05).
           05  FILLER                   PIC X(17).
