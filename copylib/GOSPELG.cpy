           05  GOSPELG-ENT-KEY                PIC X(10).
           05  GOSPELG-BEFORE-IMAGE           PIC X(70).
           05  GOSPELG-AFTER-IMAGE            PIC X(70).
      *    The change reference a GOSPCSL controlled load ran under; *
      *    spaces for a change keyed on GOSE.                          *
           05  GOSPELG-CHANGE-REF             PIC X(08).
           05  GOSPELG-FILLER                 PIC X(01).
