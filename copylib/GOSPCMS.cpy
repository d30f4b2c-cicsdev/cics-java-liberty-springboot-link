           02  FILLER REDEFINES THRWAITF.
               03  THRWAITA                   PIC X(01).
           02  THRWAITI                       PIC X(02).
           02  APRLIML                        PIC S9(4) COMP.
           02  APRLIMF                        PIC X(01).
           02  FILLER REDEFINES APRLIMF.
               03  APRLIMA                    PIC X(01).
           02  APRLIMI                        PIC X(09).
           02  CMSGL                          PIC S9(4) COMP.
           02  CMSGF                          PIC X(01).
           02  FILLER REDEFINES CMSGF.
           02  FILLER                         PIC X(03).
           02  THRWAITO                       PIC X(02).
           02  FILLER                         PIC X(03).
           02  APRLIMO                        PIC X(09).
           02  FILLER                         PIC X(03).
           02  CMSGO                          PIC X(79).
