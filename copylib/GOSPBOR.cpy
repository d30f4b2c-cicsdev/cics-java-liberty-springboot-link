               10  GOSPBOR-ORDER-NO         PIC X(10).
           05  GOSPBOR-EXPECTED-AMOUNT      PIC S9(9)V99 COMP-3.
           05  GOSPBOR-EXPECTED-STATUS      PIC X(04).
      *    Journal timestamp (see GOSPJNL) of the last 'AJ'         *
      *    adjustment posted to this record - spaces until one is.  *
      *    GOSPGLI's repost of a failed post checks it, so an older *
      *    adjustment never overwrites a newer one.                   *
           05  GOSPBOR-LAST-ADJ-TIMESTAMP   PIC X(14).
           05  GOSPBOR-FILLER               PIC X(06).
