       DATA DIVISION.
       FILE SECTION.
       FD  EMPMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPMSTR.
       FD  LEAVEMST
           RECORD CONTAINS 80 CHARACTERS.
