      *    and redriven request keeps its deferred behavior.         *
           05  GOSP-REQ-REPLY-MODE             PIC X(01).
               88  GOSP-REQ-REPLY-DEFERRED         VALUE 'D'.
      *    'Y' once a supervisor has approved an adjustment held   *
      *    over its transaction's approval limit.  GOSV sets it     *
      *    when it hands the saved request to GOSPASYN, and         *
      *    GOSPASYN honours it only while the GOSPPND record for    *
      *    the correlation ID still shows the item approved.         *
           05  GOSP-REQ-APPROVAL-SW            PIC X(01).
               88  GOSP-REQ-APPROVED               VALUE 'Y'.
           05  GOSP-REQ-FILLER                 PIC X(02).
