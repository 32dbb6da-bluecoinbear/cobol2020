           05  TC-HOURS                PIC 9(02).
           05  FILLER                  PIC X(49).
       FD  EMPMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPMSTR.
      * Pay-period hours in the PAYROLL feed layout the payroll run
      * reads, framed by its header and trailer.
