      *****************************************************************
       01  FIBINQMI.
           05  FILLER                 PIC X(12).
           05  ASOFL                  PIC S9(4) COMP.
           05  ASOFF                  PIC X.
           05  ASOFI                  PIC X(42).
           05  FUNCL                  PIC S9(4) COMP.
           05  FUNCF                  PIC X.
           05  FUNCI                  PIC X(1).
       01  FIBINQMO REDEFINES FIBINQMI.
           05  FILLER                 PIC X(12).
           05  FILLER                 PIC XX.
           05  ASOFA                  PIC X.
           05  ASOFO                  PIC X(42).
           05  FILLER                 PIC XX.
           05  FUNCA                  PIC X.
           05  FUNCO                  PIC X(1).
           05  FILLER                 PIC XX.
