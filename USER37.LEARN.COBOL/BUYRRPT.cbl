           10  PF-DELIVERY-DATE      PIC X(08).

       FD  SUPPMSTR
           RECORD CONTAINS 269 CHARACTERS.
       01  SUPPMSTR-REC.
           COPY VARSUPP.
           COPY VARADDR.
