      *****************************************************************
      * Callable subroutine wrapping the GOSPRING-to-YOSPRING request *
      * and reply, for CALLers that run in a plain batch address      *
      * space rather than under CICS - GOSPBAT, the nightly batch     *
      * driver, and GOSPAJU, the bulk adjustment upload.  Both run    *
      * outside any CICS task, so this program cannot use EXEC CICS   *
      * or read EIB fields the way GOSPRING does online; instead it   *
      * reaches YOSPRING through CICS's external interface (EXCI),    *
      * calling the EXCI client stub DFHXCLI directly to open a pipe  *
      * into a CICS region, build the same channel/container request  *
      * GOSPRING uses, and issue a distributed program link to        *
      * YOSPRING there.                                               *
      *                                                               *
      * The region is taken from the GOSPRGN configuration file - an  *
      * ordered list of APPLIDs, tried in order.  If the pipe open    *
      *    a large extract no longer opens and tears down a pipe per *
      *    record.  The pipe state is held in working storage, which *
      *    persists across CALLs for the life of the run unit.        *
      *                                                               *
      * A third mode ('A') carries no business request at all: the   *
      * caller's alert text is linked to GOSPALRT in the region,      *
      * which writes it to CSMT - the one way a batch job can put an  *
      * operator alert where the online alerts already go.  It rides  *
      * an open session pipe if there is one, or a one-shot pipe.     *
      *****************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOSPRGN-STATUS.

           SELECT GOSPCUS-FILE ASSIGN TO GOSPCUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOSPCUS-CUSTOMER-NO
               FILE STATUS IS WS-GOSPCUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------------*
           05  GOSPRGN-APPLID         PIC X(04).
           05  GOSPRGN-FILLER         PIC X(76).

      *---------------------------------------------------------------*
      *    Customer master - every business request is checked       *
      *    against it before it is sent, as GOSPRING and GOSPASYN     *
      *    check it online.                                            *
      *---------------------------------------------------------------*
       FD  GOSPCUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPCUS.

       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      *    The region the pipe currently points at.  The VALUE is    *
       01 WS-BULK-MSG-CONT   PIC X(16) VALUE 'BULKMSG'.
       01 WS-BULK-RPY-CONT   PIC X(16) VALUE 'BULKRPY'.
       01 WS-TARGET-PROGRAM  PIC X(08) VALUE 'YOSPRING'.
       01 WS-ALERT-CONT      PIC X(16) VALUE 'ALERT'.
       01 WS-ALERT-PROGRAM   PIC X(08) VALUE 'GOSPALRT'.

      *---------------------------------------------------------------*
      *    Identity stamped on every request this subroutine sends - *
       01 WS-PIPE-OPEN-SW    PIC X(01) VALUE 'N'.
           88 WS-PIPE-OPEN        VALUE 'Y'.

      *---------------------------------------------------------------*
      *    Customer master state.  The file is opened on the first   *
      *    business request and left open for the run unit; one that *
      *    will not open fails every request 4505 rather than let    *
      *    them through unchecked.  Alert-only callers never open    *
      *    it.                                                        *
      *---------------------------------------------------------------*
       01 WS-GOSPCUS-STATUS  PIC X(02) VALUE '00'.
       01 WS-CUS-OPEN-TRIED-SW PIC X(01) VALUE 'N'.
           88 WS-CUS-OPEN-TRIED   VALUE 'Y'.
       01 WS-CUS-AVAILABLE-SW PIC X(01) VALUE 'N'.
           88 WS-CUS-AVAILABLE    VALUE 'Y'.

      *---------------------------------------------------------------*
      *    Bulk bookkeeping: entries rejected by the shared edits    *
      *    are never sent, so the wire block can be shorter than the *
                   PERFORM SESSION-REQUEST
               WHEN GOSPLNK-MODE-BULK
                   PERFORM BULK-REQUEST
               WHEN GOSPLNK-MODE-ALERT
                   PERFORM ALERT-REQUEST
               WHEN OTHER
                   PERFORM ONE-SHOT-REQUEST
           END-EVALUATE.
               END-IF
           END-IF.

      ***************************************************************
      *    Alert - hand the caller's text to GOSPALRT for CSMT.     *
      *    An open session pipe is used as it stands and left open; *
      *    otherwise a pipe is opened and freed around the alert,    *
      *    leaving no session behind.                                 *
      ***************************************************************
       ALERT-REQUEST.
           IF WS-PIPE-OPEN
               PERFORM DRIVE-ALERT
           ELSE
               MOVE 1 TO WS-REGION-IDX
               PERFORM OPEN-PIPE-ANY-REGION
               IF WS-PIPE-OPEN
                   PERFORM DRIVE-ALERT
                   PERFORM EXCI-CLOSE
                   PERFORM EXCI-DEALLOCATE
                   MOVE 'N' TO WS-PIPE-OPEN-SW
               ELSE
                   SET GOSPLNK-LINK-FAILED TO TRUE
               END-IF
           END-IF.

       DRIVE-ALERT.
           MOVE 0 TO GOSPXCLI-RETURN-CODE.
           MOVE WS-SYSID TO GOSPLNK-REGION-USED.
           SET GOSPXCLI-PUT-CONTAINER TO TRUE.
           MOVE WS-CHANNEL-NAME  TO GOSPXCLI-CHANNEL-NAME.
           MOVE WS-ALERT-CONT    TO GOSPXCLI-CONTAINER-NAME.
           MOVE LENGTH OF GOSPLNK-ALERT-TEXT TO GOSPXCLI-DATA-LENGTH.
           CALL 'DFHXCLI' USING GOSPXCLI-PARMS, GOSPLNK-ALERT-TEXT.
           IF GOSPXCLI-RETURN-CODE = 0
               SET GOSPXCLI-LINK TO TRUE
               MOVE WS-ALERT-PROGRAM TO GOSPXCLI-PROGRAM-NAME
               MOVE WS-CHANNEL-NAME  TO GOSPXCLI-CHANNEL-NAME
               CALL 'DFHXCLI' USING GOSPXCLI-PARMS
           END-IF.
           IF GOSPXCLI-RETURN-CODE = 0
               SET GOSPLNK-OK TO TRUE
           ELSE
               SET GOSPLNK-LINK-FAILED TO TRUE
           END-IF.

      ***************************************************************
      *    Session open - allocate and open the pipe once; it stays *
      *    up until the close call.  Already open is not an error -  *
       MARK-ONE-ENTRY-FAILED.
           MOVE '9999' TO GOSPBLK-RSP-STATUS-CODE(WS-BLK-IDX).
           MOVE ZERO   TO GOSPBLK-RSP-AMOUNT(WS-BLK-IDX).
           MOVE SPACES TO GOSPBLK-RSP-ORDER-STATUS(WS-BLK-IDX).
           ADD 1 TO WS-BLK-IDX.

      ***************************************************************

       EDIT-ONE-BULK-ENTRY.
           MOVE SPACES TO GOSP-REQUEST.
           MOVE SPACES TO GOSPBLK-RSP-ORDER-STATUS(WS-BLK-IDX).
           MOVE GOSPBLK-CUSTOMER-NO(WS-BLK-IDX)
             TO GOSP-REQ-CUSTOMER-NO.
           MOVE GOSPBLK-ORDER-NO(WS-BLK-IDX)
           MOVE WS-BATCH-TRANSID TO GOSP-REQ-TRANSID.

           CALL 'GOSPVAL' USING GOSP-REQUEST, GOSPVAL-PARM.
           IF GOSPVAL-REQUEST-VALID
               PERFORM CHECK-CUSTOMER
           END-IF.

      *    The bulk reply carries one status and amount per entry,   *
      *    so the multi-line order-history type cannot ride a bulk   *
      *    Run the request through the shared edit module GOSPVAL.   *
      *    A failed edit hands its own 41xx status code back to the  *
      *    caller, so an input rejection is never confused with a    *
      *    failed LINK.  A request that passes the edits must then   *
      *    pass the customer master check (45xx).                    *
      ***************************************************************
       VALIDATE-REQUEST.
           CALL 'GOSPVAL' USING GOSP-REQUEST, GOSPVAL-PARM.
           IF GOSPVAL-REQUEST-VALID
               PERFORM CHECK-CUSTOMER
           END-IF.

           IF NOT GOSPVAL-REQUEST-VALID
               MOVE SPACES               TO GOSPLNK-RESPONSE
               SET GOSPLNK-REJECTED TO TRUE
           END-IF.

      ***************************************************************
      *    The customer must be on the GOSPCUS master, and an 'AJ'  *
      *    must find the account active: 4501 not on the master,    *
      *    4502 closed, 4503 legal hold, 4504 fraud freeze (or a    *
      *    status the maintenance edits never allow), 4505 master   *
      *    unavailable.  Inquiries on a held or closed account still *
      *    go.  The outcome lands in GOSPVAL-PARM, so the edit        *
      *    reject handling on every path answers it unchanged.        *
      ***************************************************************
       CHECK-CUSTOMER.
           IF NOT WS-CUS-OPEN-TRIED
               PERFORM OPEN-CUSTOMER-MASTER
           END-IF.

           IF NOT WS-CUS-AVAILABLE
               MOVE '4505' TO GOSPVAL-STATUS-CODE
               MOVE 'REQUEST REJECTED - CUSTOMER MASTER DOWN'
                 TO GOSPVAL-STATUS-TEXT
           ELSE
               MOVE GOSP-REQ-CUSTOMER-NO TO GOSPCUS-CUSTOMER-NO
               READ GOSPCUS-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-GOSPCUS-STATUS = '23'
                       MOVE '4501' TO GOSPVAL-STATUS-CODE
                       MOVE 'REQUEST REJECTED - CUSTOMER NOT ON MASTER'
                         TO GOSPVAL-STATUS-TEXT
                   WHEN WS-GOSPCUS-STATUS NOT = '00'
                       MOVE '4505' TO GOSPVAL-STATUS-CODE
                       MOVE 'REQUEST REJECTED - CUSTOMER MASTER DOWN'
                         TO GOSPVAL-STATUS-TEXT
                   WHEN NOT GOSP-REQ-ADJUSTMENT
                       CONTINUE
                   WHEN GOSPCUS-ACTIVE
                       CONTINUE
                   WHEN GOSPCUS-CLOSED
                       MOVE '4502' TO GOSPVAL-STATUS-CODE
                       MOVE 'ADJUSTMENT REFUSED - ACCOUNT CLOSED'
                         TO GOSPVAL-STATUS-TEXT
                   WHEN GOSPCUS-LEGAL-HOLD
                       MOVE '4503' TO GOSPVAL-STATUS-CODE
                       MOVE 'ADJUSTMENT REFUSED - ACCOUNT ON LEGAL HOLD'
                         TO GOSPVAL-STATUS-TEXT
                   WHEN OTHER
                       MOVE '4504' TO GOSPVAL-STATUS-CODE
                       MOVE 'ADJUSTMENT REFUSED - ACCOUNT FRAUD FREEZE'
                         TO GOSPVAL-STATUS-TEXT
               END-EVALUATE
           END-IF.

       OPEN-CUSTOMER-MASTER.
           MOVE 'Y' TO WS-CUS-OPEN-TRIED-SW.
           OPEN INPUT GOSPCUS-FILE.
           IF WS-GOSPCUS-STATUS = '00' OR WS-GOSPCUS-STATUS = '97'
               MOVE 'Y' TO WS-CUS-AVAILABLE-SW
           ELSE
               DISPLAY 'GOSPLNK: GOSPCUS OPEN FAILED, FILE STATUS='
                       WS-GOSPCUS-STATUS
                       ' - REQUESTS WILL BE REJECTED 4505'
           END-IF.

      ***************************************************************
      *    Open an EXCI pipe to the CICS region named by WS-SYSID.   *
      ***************************************************************
             TO GOSPBLK-RSP-STATUS-CODE(WS-SLOT).
           MOVE GOSPBLK-RPY-AMOUNT(WS-RPY-IDX)
             TO GOSPBLK-RSP-AMOUNT(WS-SLOT).
           MOVE GOSPBLK-RPY-ORDER-STATUS(WS-RPY-IDX)
             TO GOSPBLK-RSP-ORDER-STATUS(WS-SLOT).
           ADD 1 TO WS-RPY-IDX.

      ***************************************************************
