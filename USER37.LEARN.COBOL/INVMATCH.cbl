      * TERMMNT-maintained payment terms per supplier - the flat
      * thirty-day stamp only binds suppliers with no terms record.
       FD  SUPPTERM
           RECORD CONTAINS 80 CHARACTERS.
           COPY SUPPTERM.

       FD  OPENPAY
