      * PYHIS01 - Symbolic map for the PAYHSIQ employee pay-history
      * inquiry screen, mapset PYHIS01, map PYHIS01. Generated shape
      * of a BMS symbolic map (attribute/length/data groups per
      * field) - the physical map source lives in the screens
      * library, not here. The employee's master, quarter-to-date
      * balances, leave balances and deposit account head the
      * screen; six pay-history lines per page below them, PF7/PF8
      * paging through the employee's checks.
       01  PYHIS01I.
           05  FILLER                    PIC X(12).
           05  EMPKEYL                   PIC S9(4) COMP.
           05  EMPKEYF                   PIC X.
           05  FILLER REDEFINES EMPKEYF.
               10  EMPKEYA               PIC X.
           05  EMPKEYI                   PIC X(20).
           05  STATL                     PIC S9(4) COMP.
           05  STATF                     PIC X.
           05  FILLER REDEFINES STATF.
               10  STATA                 PIC X.
           05  STATI                     PIC X(10).
           05  HIREDTL                   PIC S9(4) COMP.
           05  HIREDTF                   PIC X.
           05  FILLER REDEFINES HIREDTF.
               10  HIREDTA               PIC X.
           05  HIREDTI                   PIC X(10).
           05  DEPTL                     PIC S9(4) COMP.
           05  DEPTF                     PIC X.
           05  FILLER REDEFINES DEPTF.
               10  DEPTA                 PIC X.
           05  DEPTI                     PIC X(04).
           05  FREQL                     PIC S9(4) COMP.
           05  FREQF                     PIC X.
           05  FILLER REDEFINES FREQF.
               10  FREQA                 PIC X.
           05  FREQI                     PIC X(11).
           05  QTRL                      PIC S9(4) COMP.
           05  QTRF                      PIC X.
           05  FILLER REDEFINES QTRF.
               10  QTRA                  PIC X.
           05  QTRI                      PIC X(01).
           05  QGROSSL                   PIC S9(4) COMP.
           05  QGROSSF                   PIC X.
           05  FILLER REDEFINES QGROSSF.
               10  QGROSSA               PIC X.
           05  QGROSSI                   PIC X(13).
           05  QFEDL                     PIC S9(4) COMP.
           05  QFEDF                     PIC X.
           05  FILLER REDEFINES QFEDF.
               10  QFEDA                 PIC X.
           05  QFEDI                     PIC X(13).
           05  QSTATEL                   PIC S9(4) COMP.
           05  QSTATEF                   PIC X.
           05  FILLER REDEFINES QSTATEF.
               10  QSTATEA               PIC X.
           05  QSTATEI                   PIC X(13).
           05  QFICAL                    PIC S9(4) COMP.
           05  QFICAF                    PIC X.
           05  FILLER REDEFINES QFICAF.
               10  QFICAA                PIC X.
           05  QFICAI                    PIC X(13).
           05  QCHKSL                    PIC S9(4) COMP.
           05  QCHKSF                    PIC X.
           05  FILLER REDEFINES QCHKSF.
               10  QCHKSA                PIC X.
           05  QCHKSI                    PIC X(05).
           05  YRGROSSL                  PIC S9(4) COMP.
           05  YRGROSSF                  PIC X.
           05  FILLER REDEFINES YRGROSSF.
               10  YRGROSSA              PIC X.
           05  YRGROSSI                  PIC X(13).
           05  VACL                      PIC S9(4) COMP.
           05  VACF                      PIC X.
           05  FILLER REDEFINES VACF.
               10  VACA                  PIC X.
           05  VACI                      PIC X(09).
           05  SICKL                     PIC S9(4) COMP.
           05  SICKF                     PIC X.
           05  FILLER REDEFINES SICKF.
               10  SICKA                 PIC X.
           05  SICKI                     PIC X(09).
           05  DDACCTL                   PIC S9(4) COMP.
           05  DDACCTF                   PIC X.
           05  FILLER REDEFINES DDACCTF.
               10  DDACCTA               PIC X.
           05  DDACCTI                   PIC X(30).
           05  HLINEL OCCURS 6 TIMES    PIC S9(4) COMP.
           05  HLINEF OCCURS 6 TIMES    PIC X.
           05  HLINEI OCCURS 6 TIMES    PIC X(72).
           05  MSGL                      PIC S9(4) COMP.
           05  MSGF                      PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                  PIC X.
           05  MSGI                      PIC X(60).
       01  PYHIS01O REDEFINES PYHIS01I.
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(03).
           05  EMPKEYO                   PIC X(20).
           05  FILLER                    PIC X(03).
           05  STATO                     PIC X(10).
           05  FILLER                    PIC X(03).
           05  HIREDTO                   PIC X(10).
           05  FILLER                    PIC X(03).
           05  DEPTO                     PIC X(04).
           05  FILLER                    PIC X(03).
           05  FREQO                     PIC X(11).
           05  FILLER                    PIC X(03).
           05  QTRO                      PIC X(01).
           05  FILLER                    PIC X(03).
           05  QGROSSO                   PIC X(13).
           05  FILLER                    PIC X(03).
           05  QFEDO                     PIC X(13).
           05  FILLER                    PIC X(03).
           05  QSTATEO                   PIC X(13).
           05  FILLER                    PIC X(03).
           05  QFICAO                    PIC X(13).
           05  FILLER                    PIC X(03).
           05  QCHKSO                    PIC X(05).
           05  FILLER                    PIC X(03).
           05  YRGROSSO                  PIC X(13).
           05  FILLER                    PIC X(03).
           05  VACO                      PIC X(09).
           05  FILLER                    PIC X(03).
           05  SICKO                     PIC X(09).
           05  FILLER                    PIC X(03).
           05  DDACCTO                   PIC X(30).
           05  FILLER                    PIC X(12).
           05  FILLER                    PIC X(06).
           05  HLINEO OCCURS 6 TIMES    PIC X(72).
           05  FILLER                    PIC X(03).
           05  MSGO                      PIC X(60).
