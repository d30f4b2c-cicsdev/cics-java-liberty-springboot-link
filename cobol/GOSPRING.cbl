           88 WS-OUTCOME-ASYNC    VALUE 'A'.
           88 WS-OUTCOME-REJECTED VALUE 'R'.
           88 WS-OUTCOME-ADJUSTED VALUE 'J'.
           88 WS-OUTCOME-HELD     VALUE 'H'.
       01 WS-FAILED-PROGRAM PIC X(08) VALUE SPACES.

      *---------------------------------------------------------------*
           88 WS-USER-ENTITLED  VALUE 'Y'.
       01 WS-ENT-ALL-USERID PIC X(08) VALUE '*ALL'.

      *---------------------------------------------------------------*
      *    Outcome of the customer check against the GOSPCUS master  *
      *    file: a customer number not on it is rejected 4501 for    *
      *    any request type, and an 'AJ' against an account that is  *
      *    closed, on legal hold or under fraud freeze is refused    *
      *    4502, 4503 or 4504 - inquiries on such an account still   *
      *    run.  4505 means the master could not be read, and then   *
      *    nothing goes through unchecked.  The 45xx family keeps    *
      *    these apart from the edit, entitlement and approval       *
      *    codes.                                                     *
      *---------------------------------------------------------------*
       01 WS-CUSTOMER-OK-SW PIC X(01) VALUE 'Y'.
           88 WS-CUSTOMER-OK    VALUE 'Y'.
       01 WS-CUS-STATUS-CODE PIC X(04) VALUE SPACES.
       01 WS-CUS-STATUS-TEXT PIC X(60) VALUE SPACES.

      *---------------------------------------------------------------*
      *    Maker-checker limit for adjustments, from GOSPCFG: an     *
      *    'AJ' above it (either sign) is written to the GOSPPND     *
      *    pending-approval file and answered 4301 instead of being  *
      *    linked, and only goes to YOSPRING once a second user has  *
      *    approved it on GOSV.  The 43xx family keeps "held for     *
      *    approval" distinct from the edit, entitlement and service *
      *    codes.  A zero limit (the default) holds nothing.          *
      *---------------------------------------------------------------*
       01 WS-APPROVAL-LIMIT PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-APPROVAL-SW    PIC X(01) VALUE 'N'.
           88 WS-APPROVAL-NEEDED VALUE 'Y'.

      *---------------------------------------------------------------*
      *    Bookkeeping around the shared in-flight throttle (see     *
      *    GOSPTHR): at the configured limit this task waits up to   *
      *---------------------------------------------------------------*
       01 WS-HIST-LINE-COUNT PIC 9(03) VALUE 0.

      *---------------------------------------------------------------*
      *    Work fields for the fingerprint of an order-history      *
      *    reply's detail lines kept on the GOSPAUD record (see     *
      *    GOSPAUD-HIST-DIGEST).  GOSPASYN and the GOSPRGR replay    *
      *    compute it exactly the same way - change all three        *
      *    together or the replay reports every OH call as changed.  *
      *---------------------------------------------------------------*
       01 WS-HD-LINE         PIC S9(04) COMP.
       01 WS-HD-CHAR         PIC S9(04) COMP.
       01 WS-HD-LINE-KEY     PIC X(24).
       01 WS-HD-TOTAL        PIC S9(11)V99 COMP-3.
       01 WS-HD-SUM          PIC S9(18) COMP.
       01 WS-HD-QUOTIENT     PIC S9(18) COMP.
       01 WS-HD-CHECKSUM     PIC S9(09) COMP.

      *---------------------------------------------------------------*
      *    Bookkeeping around the shared circuit breaker state (see  *
      *    GOSPCBK): after WS-CB-THRESHOLD consecutive failures       *

           COPY GOSPENT.

           COPY GOSPCUS.

           COPY GOSPTHR.

           COPY GOSPPND.

           COPY GOSPJNL.

       LINKAGE SECTION.
      *---------------------------------------------------------------*
      *    The first five fields are the original request commarea   *
               EXEC CICS RETURN END-EXEC
           END-IF.

      *    The customer must be on the master, and an adjustment    *
      *    must not be aimed at an account that is closed or held.  *
           PERFORM CHECK-CUSTOMER.
           IF NOT WS-CUSTOMER-OK
               PERFORM WRITE-AUDIT-RECORD
               PERFORM RETURN-REPLY-TO-CALLER
               EXEC CICS RETURN END-EXEC
           END-IF.

      *    An adjustment above this transaction's approval limit    *
      *    stops here too - it is parked for a second user to sign  *
      *    off on GOSV, and the caller is handed the correlation ID *
      *    it will be driven under once approved.                    *
           PERFORM CHECK-APPROVAL-LIMIT.
           IF WS-APPROVAL-NEEDED
               PERFORM HOLD-FOR-APPROVAL
               PERFORM WRITE-AUDIT-RECORD
               PERFORM RETURN-REPLY-TO-CALLER
               EXEC CICS RETURN END-EXEC
           END-IF.

           EXEC CICS PUT CONTAINER(MESSAGE-CONT)
                         CHANNEL(MESSAGE-CHAN)
                         FROM(GOSP-REQUEST)
                   MOVE GOSPCFG-THROTTLE-WAIT-SECS
                     TO WS-THROTTLE-WAIT-SECS
               END-IF
               IF GOSPCFG-APPROVAL-LIMIT IS NUMERIC
                   MOVE GOSPCFG-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT
               END-IF
           END-IF.

      ***************************************************************
               MOVE 0   TO WS-AUDIT-RESP2
           END-IF.

      ***************************************************************
      *    The customer must be on the GOSPCUS master.  An 'AJ'     *
      *    must also find the account active - closed, legal hold   *
      *    and fraud freeze each refuse it with their own code, and *
      *    a status the edits never allowed is treated as a freeze. *
      *    Inquiries are not refused on a held or closed account.    *
      *    Lives here beside the entitlement check for the same     *
      *    reason: GOSPVAL makes no CICS requests.                   *
      ***************************************************************
       CHECK-CUSTOMER.
           MOVE 'Y' TO WS-CUSTOMER-OK-SW.
           MOVE GOSP-REQ-CUSTOMER-NO TO GOSPCUS-CUSTOMER-NO.
           EXEC CICS READ FILE('GOSPCUS')
                          INTO(GOSPCUS-RECORD)
                          RIDFLD(GOSPCUS-CUSTOMER-NO)
                          KEYLENGTH(LENGTH OF GOSPCUS-CUSTOMER-NO)
                          RESP(WS-RESP)
                          RESP2(WS-RESP2)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE 'N' TO WS-CUSTOMER-OK-SW
                   MOVE '4501' TO WS-CUS-STATUS-CODE
                   MOVE 'REQUEST REJECTED - CUSTOMER NOT ON MASTER'
                     TO WS-CUS-STATUS-TEXT
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO WS-CUSTOMER-OK-SW
                   MOVE '4505' TO WS-CUS-STATUS-CODE
                   MOVE 'REQUEST REJECTED - CUSTOMER MASTER DOWN'
                     TO WS-CUS-STATUS-TEXT
               WHEN NOT GOSP-REQ-ADJUSTMENT
                   CONTINUE
               WHEN GOSPCUS-ACTIVE
                   CONTINUE
               WHEN GOSPCUS-CLOSED
                   MOVE 'N' TO WS-CUSTOMER-OK-SW
                   MOVE '4502' TO WS-CUS-STATUS-CODE
                   MOVE 'ADJUSTMENT REFUSED - ACCOUNT CLOSED'
                     TO WS-CUS-STATUS-TEXT
               WHEN GOSPCUS-LEGAL-HOLD
                   MOVE 'N' TO WS-CUSTOMER-OK-SW
                   MOVE '4503' TO WS-CUS-STATUS-CODE
                   MOVE 'ADJUSTMENT REFUSED - ACCOUNT ON LEGAL HOLD'
                     TO WS-CUS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'N' TO WS-CUSTOMER-OK-SW
                   MOVE '4504' TO WS-CUS-STATUS-CODE
                   MOVE 'ADJUSTMENT REFUSED - ACCOUNT FRAUD FREEZE'
                     TO WS-CUS-STATUS-TEXT
           END-EVALUATE.

           IF NOT WS-CUSTOMER-OK
               MOVE SPACES             TO GOSP-RESPONSE
               MOVE WS-CUS-STATUS-CODE TO GOSP-RSP-STATUS-CODE
               MOVE WS-CUS-STATUS-TEXT TO GOSP-RSP-STATUS-TEXT
               IF WS-CUS-STATUS-CODE = '4505'
                   MOVE 'E'       TO WS-CALL-OUTCOME
                   MOVE WS-RESP   TO WS-AUDIT-RESP
                   MOVE WS-RESP2  TO WS-AUDIT-RESP2
               ELSE
                   MOVE 'R' TO WS-CALL-OUTCOME
                   MOVE 0   TO WS-AUDIT-RESP
                   MOVE 0   TO WS-AUDIT-RESP2
               END-IF
           END-IF.

      ***************************************************************
      *    Maker-checker: an 'AJ' whose amount is above the limit   *
      *    configured for this transaction, in either direction,    *
      *    needs a second user's approval before it may be driven.   *
      ***************************************************************
       CHECK-APPROVAL-LIMIT.
           MOVE 'N' TO WS-APPROVAL-SW.
           IF GOSP-REQ-ADJUSTMENT AND WS-APPROVAL-LIMIT > 0
               IF GOSP-REQ-AMOUNT > WS-APPROVAL-LIMIT
                  OR GOSP-REQ-AMOUNT < (0 - WS-APPROVAL-LIMIT)
                   MOVE 'Y' TO WS-APPROVAL-SW
               END-IF
           END-IF.

      ***************************************************************
      *    Park the adjustment on the GOSPPND pending-approval file  *
      *    under its correlation ID, with the whole request image    *
      *    and who raised it, and answer the caller 4301.  If the    *
      *    item cannot be parked it must not be linked either - the  *
      *    caller gets 9999 and operations are told, exactly as for  *
      *    any other failure to reach the service.                    *
      ***************************************************************
       HOLD-FOR-APPROVAL.
           MOVE SPACES TO GOSPPND-RECORD.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                                 YYYYMMDD(WS-AUDIT-YYYYMMDD)
                                 TIME(WS-AUDIT-HHMMSS)
           END-EXEC.
           MOVE GOSP-REQ-CORRELATION-ID TO GOSPPND-CORREL-ID.
           MOVE 'P'               TO GOSPPND-STATUS.
           MOVE WS-AUDIT-YYYYMMDD TO GOSPPND-RAISED-TIMESTAMP(1:8).
           MOVE WS-AUDIT-HHMMSS   TO GOSPPND-RAISED-TIMESTAMP(9:6).
           MOVE GOSP-REQ-USERID   TO GOSPPND-ORIG-USERID.
           MOVE GOSP-REQ-TERMID   TO GOSPPND-ORIG-TERMID.
           MOVE GOSP-REQ-TRANSID  TO GOSPPND-ORIG-TRANSID.
           MOVE WS-APPROVAL-LIMIT TO GOSPPND-APPROVAL-LIMIT.
           MOVE GOSP-REQUEST      TO GOSPPND-REQUEST-IMAGE.

           EXEC CICS WRITE FILE('GOSPPND')
                            FROM(GOSPPND-RECORD)
                            RIDFLD(GOSPPND-KEY)
                            KEYLENGTH(LENGTH OF GOSPPND-KEY)
                            RESP(WS-RESP)
           END-EXEC.

           MOVE SPACES TO GOSP-RESPONSE.
           MOVE ZERO   TO GOSP-RSP-AMOUNT.
           MOVE 0      TO WS-AUDIT-RESP.
           MOVE 0      TO WS-AUDIT-RESP2.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE '4301' TO GOSP-RSP-STATUS-CODE
               MOVE 'ADJUSTMENT HELD FOR SUPERVISOR APPROVAL ON GOSV'
                 TO GOSP-RSP-STATUS-TEXT
               MOVE 'H' TO WS-CALL-OUTCOME
           ELSE
               MOVE WS-RESP TO WS-RESP-DISP
               MOVE '9999' TO GOSP-RSP-STATUS-CODE
               STRING 'GOSPRING: GOSPPND WRITE FAILED RESP='
                      DELIMITED BY SIZE
                      WS-RESP-DISP DELIMITED BY SIZE
                      ' - ADJ NOT HELD' DELIMITED BY SIZE
                 INTO GOSP-RSP-STATUS-TEXT
               MOVE 'E' TO WS-CALL-OUTCOME
               EXEC CICS WRITEQ TD QUEUE('CSMT')
                                 FROM(GOSP-RSP-STATUS-TEXT)
                                 LENGTH(LENGTH OF GOSP-RSP-STATUS-TEXT)
               END-EXEC
           END-IF.

      ***************************************************************
      *    Drive the LINK to YOSPRING, retrying on failure up to     *
      *    WS-RETRY-MAX times before giving up on the primary        *
      *    rather than skipped - that turns next run's 'N'          *
      *    exception off too.  A failure here does not undo the     *
      *    adjustment itself (YOSPRING has already applied it), so  *
      *    it is reported to operations and journaled for repost    *
      *    rather than failing the caller.                           *
      ***************************************************************
       POST-ADJUSTMENT-TO-BOR.
           MOVE SPACES TO GOSPJNL-RECORD.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                                 YYYYMMDD(WS-AUDIT-YYYYMMDD)
                                 TIME(WS-AUDIT-HHMMSS)
           END-EXEC.
           MOVE WS-AUDIT-YYYYMMDD TO GOSPJNL-KEY-TIMESTAMP(1:8).
           MOVE WS-AUDIT-HHMMSS   TO GOSPJNL-KEY-TIMESTAMP(9:6).
           MOVE EIBTASKN          TO GOSPJNL-KEY-SEQUENCE.
           MOVE ZERO              TO GOSPJNL-BEFORE-AMOUNT.

           MOVE SPACES              TO GOSPBOR-RECORD.
           MOVE GOSP-REQ-CUSTOMER-NO TO GOSPBOR-CUSTOMER-NO.
           MOVE GOSP-REQ-ORDER-NO    TO GOSPBOR-ORDER-NO.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO GOSPJNL-BEFORE-SW
                   MOVE GOSPBOR-EXPECTED-AMOUNT
                     TO GOSPJNL-BEFORE-AMOUNT
                   MOVE GOSP-RSP-AMOUNT TO GOSPBOR-EXPECTED-AMOUNT
                   MOVE GOSPJNL-KEY-TIMESTAMP
                     TO GOSPBOR-LAST-ADJ-TIMESTAMP
                   EXEC CICS REWRITE FILE('GOSPBOR')
                                     FROM(GOSPBOR-RECORD)
                                     RESP(WS-RESP)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   MOVE 'N' TO GOSPJNL-BEFORE-SW
                   MOVE SPACES TO GOSPBOR-RECORD
                   MOVE GOSP-REQ-CUSTOMER-NO TO GOSPBOR-CUSTOMER-NO
                   MOVE GOSP-REQ-ORDER-NO    TO GOSPBOR-ORDER-NO
                   MOVE GOSP-RSP-AMOUNT  TO GOSPBOR-EXPECTED-AMOUNT
                   MOVE SPACES           TO GOSPBOR-EXPECTED-STATUS
                   MOVE GOSPJNL-KEY-TIMESTAMP
                     TO GOSPBOR-LAST-ADJ-TIMESTAMP
                   EXEC CICS WRITE FILE('GOSPBOR')
                                    FROM(GOSPBOR-RECORD)
                                    RIDFLD(GOSPBOR-KEY)
                                    KEYLENGTH(LENGTH OF GOSPBOR-KEY)
                                    RESP(WS-RESP)
                   END-EXEC
               WHEN OTHER
                   MOVE 'U' TO GOSPJNL-BEFORE-SW
           END-EVALUATE.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'P' TO GOSPJNL-POST-STATUS
               MOVE 0   TO GOSPJNL-BOR-RESP
           ELSE
               MOVE 'F'     TO GOSPJNL-POST-STATUS
               MOVE WS-RESP TO GOSPJNL-BOR-RESP
               MOVE WS-RESP TO WS-RESP-DISP
               MOVE SPACES TO WS-CSMT-MESSAGE
               STRING 'GOSPRING: GOSPBOR ADJ UPDATE FAILED RESP='
               END-EXEC
           END-IF.

           PERFORM WRITE-ADJUSTMENT-JOURNAL.

      ***************************************************************
      *    Journal the adjustment on GOSPJNL - who made it, under   *
      *    which correlation ID, and the book-of-record amount      *
      *    before and after - whether or not the GOSPBOR post       *
      *    above worked.  A failed post goes on marked for repost,  *
      *    and the nightly GOSPGLI run applies it then.  Only a     *
      *    failure of this write itself is left to operations.       *
      ***************************************************************
       WRITE-ADJUSTMENT-JOURNAL.
           MOVE GOSP-REQ-CUSTOMER-NO TO GOSPJNL-CUSTOMER-NO.
           MOVE GOSP-REQ-ORDER-NO    TO GOSPJNL-ORDER-NO.
           MOVE GOSP-REQ-AMOUNT      TO GOSPJNL-ADJ-AMOUNT.
           MOVE GOSP-RSP-AMOUNT      TO GOSPJNL-AFTER-AMOUNT.
           MOVE GOSP-REQ-USERID      TO GOSPJNL-USERID.
           MOVE GOSP-REQ-TERMID      TO GOSPJNL-TERMID.
           MOVE GOSP-REQ-TRANSID     TO GOSPJNL-TRANSID.
           MOVE GOSP-REQ-CORRELATION-ID TO GOSPJNL-CORREL-ID.
           MOVE 'GOSPRING'           TO GOSPJNL-SOURCE-PROGRAM.

           EXEC CICS WRITE FILE('GOSPJNL')
                            FROM(GOSPJNL-RECORD)
                            RIDFLD(GOSPJNL-KEY)
                            KEYLENGTH(LENGTH OF GOSPJNL-KEY)
                            RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-RESP TO WS-RESP-DISP
               MOVE SPACES TO WS-CSMT-MESSAGE
               STRING 'GOSPRING: GOSPJNL WRITE FAILED '
                      DELIMITED BY SIZE
                      GOSP-REQ-CORRELATION-ID DELIMITED BY SIZE
                      ' RESP=' DELIMITED BY SIZE
                      WS-RESP-DISP DELIMITED BY SIZE
                 INTO WS-CSMT-MESSAGE
               EXEC CICS WRITEQ TD QUEUE('CSMT')
                                 FROM(WS-CSMT-MESSAGE)
                                 LENGTH(LENGTH OF WS-CSMT-MESSAGE)
               END-EXEC
           END-IF.

      ***************************************************************
      *    The LINK to YOSPRING did not come back NORMAL - tell     *
      *    operations about it on the CICS master terminal log and  *
           MOVE GOSP-REQUEST      TO GOSPAUD-REQUEST-SENT.
           MOVE GOSP-RESPONSE     TO GOSPAUD-RESPONSE-RECEIVED.
           MOVE WS-HIST-LINE-COUNT TO GOSPAUD-HIST-LINE-COUNT.
           IF GOSP-REQ-HISTORY-INQUIRY AND GOSP-RSP-SUCCESS
               PERFORM DIGEST-HISTORY-LINES
           END-IF.
           MOVE GOSP-REQ-CORRELATION-ID TO GOSPAUD-CORREL-ID.

           EXEC CICS WRITE FILE('GOSPAUD')
                                 LENGTH(LENGTH OF WS-CSMT-MESSAGE)
               END-EXEC
           END-IF.

      ***************************************************************
      *    Fingerprint the detail lines of a successful order-      *
      *    history reply onto the audit record: the total of the    *
      *    line amounts, and a checksum that weights every amount   *
      *    and every character of order number, status and date by  *
      *    its position, so a changed, added, dropped or reordered   *
      *    line all show.  Kept to nine digits so it fits the        *
      *    fullword on the record.                                    *
      ***************************************************************
       DIGEST-HISTORY-LINES.
           MOVE ZERO TO WS-HD-TOTAL.
           MOVE ZERO TO WS-HD-SUM.
           PERFORM DIGEST-ONE-HIST-LINE
               VARYING WS-HD-LINE FROM 1 BY 1
               UNTIL WS-HD-LINE > WS-HIST-LINE-COUNT
                  OR WS-HD-LINE > 20.
           DIVIDE WS-HD-SUM BY 999999937 GIVING WS-HD-QUOTIENT
               REMAINDER WS-HD-CHECKSUM.
           SET GOSPAUD-HIST-DIGEST-KEPT TO TRUE.
           MOVE WS-HD-TOTAL    TO GOSPAUD-HIST-AMOUNT-TOTAL.
           MOVE WS-HD-CHECKSUM TO GOSPAUD-HIST-CHECKSUM.

       DIGEST-ONE-HIST-LINE.
           ADD GOSP-HIST-AMOUNT(WS-HD-LINE) TO WS-HD-TOTAL.
           COMPUTE WS-HD-SUM = WS-HD-SUM
                 + GOSP-HIST-AMOUNT(WS-HD-LINE) * 100 * WS-HD-LINE.
           MOVE GOSP-HIST-ORDER-NO(WS-HD-LINE)
             TO WS-HD-LINE-KEY(1:10).
           MOVE GOSP-HIST-STATUS(WS-HD-LINE)
             TO WS-HD-LINE-KEY(11:4).
           MOVE GOSP-HIST-TRANS-DATE(WS-HD-LINE)
             TO WS-HD-LINE-KEY(15:10).
           PERFORM DIGEST-ONE-HIST-CHAR
               VARYING WS-HD-CHAR FROM 1 BY 1
               UNTIL WS-HD-CHAR > 24.

       DIGEST-ONE-HIST-CHAR.
           COMPUTE WS-HD-SUM = WS-HD-SUM
                 + FUNCTION ORD(WS-HD-LINE-KEY(WS-HD-CHAR:1))
                 * ((WS-HD-LINE - 1) * 24 + WS-HD-CHAR).
