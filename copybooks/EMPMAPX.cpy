           05  FILLER REDEFINES XERETF.
               10  XERETA                  PIC X.
           05  XERETI                      PIC X(8).
           05  XSUPVL                      PIC S9(4) COMP.
           05  XSUPVF                      PIC X.
           05  FILLER REDEFINES XSUPVF.
               10  XSUPVA                  PIC X.
           05  XSUPVI                      PIC X(6).
           05  XTRSNL                      PIC S9(4) COMP.
           05  XTRSNF                      PIC X.
           05  FILLER REDEFINES XTRSNF.
               10  XTRSNA                  PIC X.
           05  XTRSNI                      PIC X(4).
           05  XOPTL                       PIC S9(4) COMP.
           05  XOPTF                       PIC X.
           05  FILLER REDEFINES XOPTF.
           05  FILLER                      PIC X(3).
           05  XERETO                      PIC X(8).
           05  FILLER                      PIC X(3).
           05  XSUPVO                      PIC X(6).
           05  FILLER                      PIC X(3).
           05  XTRSNO                      PIC X(4).
           05  FILLER                      PIC X(3).
           05  XOPTO                       PIC X(3).
           05  FILLER                      PIC X(3).
           05  XMSGO                       PIC X(60).
