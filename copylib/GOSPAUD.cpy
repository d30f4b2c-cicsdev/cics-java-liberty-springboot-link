      *        distinct from a plain success so auditors can pull   *
      *        every adjustment separately from the inquiries.       *
               88  GOSPAUD-OUTCOME-ADJUSTED       VALUE 'J'.
      *        An 'AJ' adjustment above the transaction's approval  *
      *        limit, held on GOSPPND rather than linked.  The       *
      *        record written when GOSV later drives it carries the  *
      *        approver as GOSPAUD-USERID, the originator inside the *
      *        request image and the same correlation ID.            *
               88  GOSPAUD-OUTCOME-HELD           VALUE 'H'.
           05  GOSPAUD-RETRY-COUNT            PIC 9(02) COMP-3.
           05  GOSPAUD-RESP                   PIC S9(08) COMP.
           05  GOSPAUD-RESP2                  PIC S9(08) COMP.
           05  GOSPAUD-TURNAROUND-MS          PIC S9(08) COMP.
           05  GOSPAUD-REQUEST-SENT           PIC X(74).
           05  GOSPAUD-RESPONSE-RECEIVED      PIC X(90).
      *    An order-history ('OH') reply carries no single amount,  *
      *    so the tail of the image above is free; a fingerprint of  *
      *    the detail lines returned is kept there instead - their  *
      *    total amount and a position-weighted checksum over each  *
      *    line's order number, amount, status and date - so the    *
      *    release regression replay (GOSPRGR) can tell whether the  *
      *    same inquiry still returns the same lines without the     *
      *    trail having to hold them.  Records written before the    *
      *    fingerprint was kept have no 'D' flag.                    *
           05  GOSPAUD-HIST-DIGEST REDEFINES GOSPAUD-RESPONSE-RECEIVED.
               10  FILLER                     PIC X(70).
               10  GOSPAUD-HIST-DIGEST-SW     PIC X(01).
                   88  GOSPAUD-HIST-DIGEST-KEPT   VALUE 'D'.
               10  GOSPAUD-HIST-AMOUNT-TOTAL  PIC S9(11)V99 COMP-3.
               10  GOSPAUD-HIST-CHECKSUM      PIC S9(09) COMP.
               10  FILLER                     PIC X(08).
      *    Number of detail lines returned on an order-history      *
      *    ('OH') reply - zero for the single-amount inquiries,      *
      *    whose whole reply already fits the image above.            *
