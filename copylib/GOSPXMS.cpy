           02  FILLER REDEFINES ESTSF.
               03  ESTSA                      PIC X(01).
           02  ESTSI                          PIC X(04).
           02  YSTSL                          PIC S9(4) COMP.
           02  YSTSF                          PIC X(01).
           02  FILLER REDEFINES YSTSF.
               03  YSTSA                      PIC X(01).
           02  YSTSI                          PIC X(04).
           02  REASL                          PIC S9(4) COMP.
           02  REASF                          PIC X(01).
           02  FILLER REDEFINES REASF.
           02  FILLER                         PIC X(03).
           02  ESTSO                          PIC X(04).
           02  FILLER                         PIC X(03).
           02  YSTSO                          PIC X(04).
           02  FILLER                         PIC X(03).
           02  REASO                          PIC X(30).
           02  FILLER                         PIC X(03).
           02  DISPO                          PIC X(01).
