       DATA DIVISION.
       FILE SECTION.
       FD  CLMHIST
           RECORD CONTAINS 120 CHARACTERS.
           COPY CLMHIST.

       FD  FRAUDRPT
