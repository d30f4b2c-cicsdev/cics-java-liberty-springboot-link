      *           entry's status code and amount on the way back -   *
      *           '0000' answered, 41xx rejected by the shared edits *
      *           (that entry was never sent), '9999' the call        *
      *           failed after the entry was sent.  On a '0000'      *
      *           answer the entry also carries the order status      *
      *           YOSPRING holds (spaces when it did not report one). *
      *****************************************************************
       01  GOSPBLK-AREA.
           05  GOSPBLK-REQ-COUNT               PIC 9(03) COMP-3.
               10  GOSPBLK-TRANS-DATE          PIC X(10).
               10  GOSPBLK-RSP-STATUS-CODE     PIC X(04).
               10  GOSPBLK-RSP-AMOUNT          PIC S9(9)V99 COMP-3.
               10  GOSPBLK-RSP-ORDER-STATUS    PIC X(04).
