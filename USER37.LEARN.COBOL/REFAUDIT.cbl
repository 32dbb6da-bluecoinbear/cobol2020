           COPY PATMSTR.

       FD  SUPPMSTR
           RECORD CONTAINS 269 CHARACTERS.
       01  SUPPMSTR-REC.
           COPY VARSUPP.
           COPY VARADDR.

       FD  EMPMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPMSTR.

       FD  CLMHIST
           RECORD CONTAINS 120 CHARACTERS.
           COPY CLMHIST.

       FD  DEDACCUM
           COPY DEDACCUM.

       FD  PATCHGS
           RECORD CONTAINS 100 CHARACTERS.
           COPY PATCHGS.

       FD  PATINS
