      *            once in the header rather than per record; the     *
      *            reply carries one status and amount per detail     *
      *            entry, in the same order they were sent.           *
      *            The order status YOSPRING holds for each entry     *
      *            follows the details as a table of its own, so a    *
      *            region that still sends the shorter reply leaves   *
      *            it spaces - not reported, and not compared.        *
      *****************************************************************
       01  GOSPBLK-REQUEST.
           05  GOSPBLK-REQ-HEADER.
           05  GOSPBLK-RPY-DETAIL OCCURS 50 TIMES.
               10  GOSPBLK-RPY-STATUS-CODE     PIC X(04).
               10  GOSPBLK-RPY-AMOUNT          PIC S9(9)V99 COMP-3.
           05  GOSPBLK-RPY-ORDER-STATUS        PIC X(04)
                                               OCCURS 50 TIMES.
