               88  GOSPEXC-TYPE-NOT-ON-BOR        VALUE 'N'.
               88  GOSPEXC-TYPE-CALL-FAILED       VALUE 'F'.
               88  GOSPEXC-TYPE-REJECTED          VALUE 'J'.
               88  GOSPEXC-TYPE-STATUS            VALUE 'S'.
           05  GOSPEXC-YOSPRING-AMOUNT        PIC S9(9)V99 COMP-3.
           05  GOSPEXC-EXPECTED-AMOUNT        PIC S9(9)V99 COMP-3.
           05  GOSPEXC-EXPECTED-STATUS        PIC X(04).
           05  GOSPEXC-DISP-USERID            PIC X(08).
           05  GOSPEXC-DISP-DATE              PIC X(10).
           05  GOSPEXC-DISP-COMMENT           PIC X(40).
      *    Run date of the night the break was first raised (or     *
      *    last reopened) - unlike GOSPEXC-RUN-DATE it is not        *
      *    refreshed by later runs, so the backlog can be aged.      *
           05  GOSPEXC-FIRST-RAISED-DATE      PIC X(10).
      *    Order status YOSPRING reported, set by every run that    *
      *    raises or refreshes the break - held beside the book-of-  *
      *    record status so a status break can be worked.            *
           05  GOSPEXC-YOSPRING-STATUS        PIC X(04).
