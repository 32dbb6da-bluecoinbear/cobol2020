       DATA DIVISION.
       FILE SECTION.
       FD  APPRHOLD
           RECORD CONTAINS 120 CHARACTERS.
       01 APPRHOLD-REC                PIC X(120).

       FD  APPRTRAN
           RECORD CONTAINS 80 CHARACTERS.
           05 FILLER                    PIC X(62).

       FD  RELFILE
           RECORD CONTAINS 120 CHARACTERS.
       01 RELFILE-REC                 PIC X(120).

       FD  APPRCARY
           RECORD CONTAINS 120 CHARACTERS.
       01 APPRCARY-REC                PIC X(120).

       FD  APPRRPT
           RECORD CONTAINS 100 CHARACTERS.
