      *****************************************************************
      *    SYMBOLIC MAP FOR MAPSET EXCQMAP, MAP EXCQ1.
      *    SCREEN: EXCEPTION WORK-QUEUE -- OPEN ITEMS.
      *    (HAND-MAINTAINED IN SOURCE FORM -- NOT BMS-GENERATED --
      *    SAME AS ADDRMAP.CPY. FIELD LAYOUT MATCHES DFHMDI EXCQ1.)
      *****************************************************************
       01  EXCQ1I.
           05  FILLER                      PIC X(12).
           05  FPROVL                      PIC S9(4) COMP.
           05  FPROVF                      PIC X.
           05  FILLER REDEFINES FPROVF.
               10  FPROVA                  PIC X.
           05  FPROVI                      PIC X(5).
           05  FERRCDL                     PIC S9(4) COMP.
           05  FERRCDF                     PIC X.
           05  FILLER REDEFINES FERRCDF.
               10  FERRCDA                 PIC X.
           05  FERRCDI                     PIC X(4).
           05  FAGEL                       PIC S9(4) COMP.
           05  FAGEF                       PIC X.
           05  FILLER REDEFINES FAGEF.
               10  FAGEA                   PIC X.
           05  FAGEI                       PIC X(3).
           05  SELIDL                      PIC S9(4) COMP.
           05  SELIDF                      PIC X.
           05  FILLER REDEFINES SELIDF.
               10  SELIDA                  PIC X.
           05  SELIDI                      PIC X(2).
           05  ACTIONL                     PIC S9(4) COMP.
           05  ACTIONF                     PIC X.
           05  FILLER REDEFINES ACTIONF.
               10  ACTIONA                 PIC X.
           05  ACTIONI                     PIC X(1).
           05  RESCDL                      PIC S9(4) COMP.
           05  RESCDF                      PIC X.
           05  FILLER REDEFINES RESCDF.
               10  RESCDA                  PIC X.
           05  RESCDI                      PIC X(2).
           05  NOTEL                       PIC S9(4) COMP.
           05  NOTEF                       PIC X.
           05  FILLER REDEFINES NOTEF.
               10  NOTEA                   PIC X.
           05  NOTEI                       PIC X(60).
           05  MSGL                        PIC S9(4) COMP.
           05  MSGF                        PIC X.
           05  FILLER REDEFINES MSGF.
               10  MSGA                    PIC X.
           05  MSGI                        PIC X(79).

       01  EXCQ1O REDEFINES EXCQ1I.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(3).
           05  FPROVO                      PIC X(5).
           05  FILLER                      PIC X(3).
           05  FERRCDO                     PIC X(4).
           05  FILLER                      PIC X(3).
           05  FAGEO                       PIC X(3).
           05  FILLER                      PIC X(3).
           05  SELIDO                      PIC X(2).
           05  FILLER                      PIC X(3).
           05  ACTIONO                     PIC X(1).
           05  FILLER                      PIC X(3).
           05  RESCDO                      PIC X(2).
           05  FILLER                      PIC X(3).
           05  NOTEO                       PIC X(60).
           05  FILLER                      PIC X(3).
           05  MSGO                        PIC X(79).
           05  PLINE1O                     PIC X(78).
           05  PLINE2O                     PIC X(78).
           05  PLINE3O                     PIC X(78).
           05  PLINE4O                     PIC X(78).
           05  PLINE5O                     PIC X(78).
           05  PLINE6O                     PIC X(78).
           05  PLINE7O                     PIC X(78).
           05  PLINE8O                     PIC X(78).
