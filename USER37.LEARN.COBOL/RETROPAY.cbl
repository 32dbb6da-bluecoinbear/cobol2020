           DATA RECORD IS PH-PAY-HIST-REC.
       COPY PAYHIST.
       FD  EMPMSTR
           RECORD CONTAINS 100 CHARACTERS.
           COPY EMPMSTR.
      * Retro lines in the PAYROLL feed layout: the back pay rides
      * as a flat earnings amount under the retro category, so the
