       CBL CICS('COBOL3,SP')
      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*

      *****************************************************************
      * Supervisor approval of held adjustments (maker-checker).      *
      *                                                               *
      * Initial program of transaction GOSV.  An 'AJ' adjustment      *
      * above the approval limit on its front-end transaction's       *
      * GOSPCFG record is never linked by GOSPRING or GOSPASYN - it   *
      * is parked on the GOSPPND file under its correlation ID.  This *
      * screen (mapset GOSPPMS) is where a second user works them:    *
      *                                                               *
      *  - PF8 steps through the items still pending, in key order;  *
      *  - ENTER with a correlation ID keyed shows that item;        *
      *  - ENTER with a decision of A (approve) or R (reject) applies *
      *    it to the item on the screen, stamped with the deciding   *
      *    user's ID, the time and their comment.                     *
      *                                                               *
      * The user who raised an adjustment can never approve it - only *
      * reject (withdraw) it.  Access to GOSV itself is controlled by *
      * transaction security, so only supervisors reach this program. *
      *                                                               *
      * An approved item is not linked from here.  The saved request  *
      * is marked approved and handed to the decoupled transaction    *
      * (GOSPASYN), which drives it to YOSPRING with its full retry,  *
      * failover and dead-letter handling and posts it to GOSPBOR -   *
      * and which only honours the approval while GOSPPND still       *
      * shows it.  The status change and the START are one unit of   *
      * work (START PROTECT, as the GOSD redrive does), so an item    *
      * can never be approved without being driven, nor driven twice. *
      *                                                               *
      * Every decision is written to GOSPAUD under the item's         *
      * correlation ID with the deciding user as GOSPAUD-USERID, so   *
      * the trail shows who raised the adjustment (the held record),  *
      * who signed it off (this record), and how YOSPRING answered    *
      * (GOSPASYN's record).                                           *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOSPAPRV.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP       PIC S9(08) COMP.
       01 WS-RESP2      PIC S9(08) COMP.
       01 WS-RESP-DISP  PIC ----9.

      *---------------------------------------------------------------*
      *    Browse work fields and the display edits for the amount   *
      *    and the timestamps.                                        *
      *---------------------------------------------------------------*
       01 WS-BROWSE-KEY       PIC X(16) VALUE LOW-VALUES.
       01 WS-RECORD-SHOWN-SW  PIC X(01) VALUE 'N'.
           88 WS-RECORD-SHOWN      VALUE 'Y'.
       01 WS-AMOUNT-DISP      PIC -(9)9.99.
       01 WS-TIMESTAMP-IN     PIC X(14).
       01 WS-TIMESTAMP-DISP   PIC X(19).

      *---------------------------------------------------------------*
      *    Time stamped on a decision and on its GOSPAUD record.      *
      *---------------------------------------------------------------*
       01 WS-ABS-TIME         PIC S9(15) COMP.
       01 WS-NOW-YYYYMMDD     PIC 9(08).
       01 WS-NOW-HHMMSS       PIC 9(06).

      *---------------------------------------------------------------*
      *    The handoff of an approved item is rebuilt the way         *
      *    GOSPRING would have built it for the originating transid:  *
      *    channel and container names from that transid's GOSPCFG    *
      *    record, and its async transid - GOSA when it has none.     *
      *---------------------------------------------------------------*
       01 MESSAGE-CHAN        PIC X(16) VALUE 'CHAN'.
       01 MESSAGE-CONT        PIC X(16) VALUE 'MESSAGE'.
       01 WS-ASYNC-TRANSID    PIC X(04) VALUE 'GOSA'.

      *---------------------------------------------------------------*
      *    Outcome of the decision written to the GOSPAUD trail.      *
      *---------------------------------------------------------------*
       01 WS-CALL-OUTCOME     PIC X(01) VALUE SPACE.
       01 WS-CSMT-MESSAGE     PIC X(60) VALUE SPACES.

      *---------------------------------------------------------------*
      *    State carried between pseudo-conversational interactions: *
      *    the key of the item on the screen (the one a decision      *
      *    applies to) and the key the next PF8 browse continues      *
      *    from.                                                      *
      *---------------------------------------------------------------*
       01 WS-COMMAREA.
           05 WS-CM-CURRENT-KEY       PIC X(16).
           05 WS-CM-BROWSE-KEY        PIC X(16).

       01 WS-END-MESSAGE      PIC X(40)
           VALUE 'GOSPAPRV: APPROVAL SESSION ENDED'.

           COPY GOSPPND.

           COPY GOSPREQ.

           COPY GOSPRSP.

           COPY GOSPAUD.

           COPY GOSPCFG.

           COPY GOSPPMS.

           COPY DFHAID.

           COPY DFHBMSCA.

       LINKAGE SECTION.
       01 DFHCOMMAREA         PIC X(32).

       PROCEDURE DIVISION.
      ***************************************************************
      *    Main section - first entry paints an empty screen; every *
      *    later entry dispatches on the attention key pressed.      *
      ***************************************************************
           IF EIBCALEN = 0
               MOVE LOW-VALUES TO WS-COMMAREA
               PERFORM SEND-FRESH-SCREEN
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE EIBAID
                   WHEN DFHPF3
                       PERFORM END-SESSION
                   WHEN DFHCLEAR
                       MOVE LOW-VALUES TO WS-COMMAREA
                       PERFORM SEND-FRESH-SCREEN
                   WHEN DFHPF8
                       PERFORM BROWSE-NEXT-PENDING
                   WHEN OTHER
                       PERFORM PROCESS-SCREEN
               END-EVALUATE
           END-IF.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                            COMMAREA(WS-COMMAREA)
           END-EXEC.

           GOBACK.

      ***************************************************************
      *    ENTER - with a decision keyed, apply it to the item on   *
      *    the screen; otherwise show the item for the correlation  *
      *    ID keyed.                                                  *
      ***************************************************************
       PROCESS-SCREEN.
           EXEC CICS RECEIVE MAP('GOSPPW')
                             MAPSET('GOSPPMS')
                             INTO(GOSPPWI)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO GOSPPWO
               MOVE 'KEY A CORRELATION ID OR PRESS PF8' TO PMSGO
               PERFORM SEND-SCREEN
           ELSE
               IF DECNI = 'A' OR DECNI = 'R'
                   PERFORM APPLY-DECISION
               ELSE
                   IF DECNI = SPACE OR DECNI = LOW-VALUES
                       PERFORM SHOW-KEYED-ITEM
                   ELSE
                       MOVE 'DECISION MUST BE A OR R' TO PMSGO
                   END-IF
               END-IF
               PERFORM SEND-SCREEN
           END-IF.

      ***************************************************************
      *    Show the item for the correlation ID keyed, and make it  *
      *    current so a decision can be applied to it.               *
      ***************************************************************
       SHOW-KEYED-ITEM.
           IF CORRI = SPACES OR CORRI = LOW-VALUES
               MOVE 'KEY A CORRELATION ID OR PRESS PF8' TO PMSGO
           ELSE
               MOVE CORRI TO GOSPPND-CORREL-ID
               EXEC CICS READ FILE('GOSPPND')
                              INTO(GOSPPND-RECORD)
                              RIDFLD(GOSPPND-KEY)
                              KEYLENGTH(LENGTH OF GOSPPND-KEY)
                              RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       PERFORM SHOW-PENDING-RECORD
                       MOVE 'ITEM DISPLAYED' TO PMSGO
                   WHEN DFHRESP(NOTFND)
                       MOVE 'NO HELD ADJUSTMENT FOR THAT CORRELATION ID'
                         TO PMSGO
                   WHEN OTHER
                       PERFORM REPORT-FILE-ERROR
               END-EVALUATE
           END-IF.

      ***************************************************************
      *    PF8 - step to the next item still pending, in key order, *
      *    starting past the one last shown.                          *
      ***************************************************************
       BROWSE-NEXT-PENDING.
           MOVE LOW-VALUES TO GOSPPWI.
           MOVE WS-CM-BROWSE-KEY TO WS-BROWSE-KEY.
           MOVE 'N' TO WS-RECORD-SHOWN-SW.

           EXEC CICS STARTBR FILE('GOSPPND')
                             RIDFLD(WS-BROWSE-KEY)
                             KEYLENGTH(16)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO ADJUSTMENTS AWAITING APPROVAL' TO PMSGO
           ELSE
               PERFORM BROWSE-ONE-ITEM
                   UNTIL WS-RECORD-SHOWN
                      OR WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR FILE('GOSPPND')
                               RESP(WS-RESP)
               END-EXEC
               IF NOT WS-RECORD-SHOWN
                   MOVE 'NO MORE PENDING ITEMS - CLEAR TO RESTART'
                     TO PMSGO
               END-IF
           END-IF.
           PERFORM SEND-SCREEN.

       BROWSE-ONE-ITEM.
           EXEC CICS READNEXT FILE('GOSPPND')
                              INTO(GOSPPND-RECORD)
                              RIDFLD(WS-BROWSE-KEY)
                              KEYLENGTH(16)
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              AND GOSPPND-STATUS-PENDING
              AND GOSPPND-KEY NOT = WS-CM-CURRENT-KEY
               PERFORM SHOW-PENDING-RECORD
               MOVE 'Y' TO WS-RECORD-SHOWN-SW
               MOVE 'PENDING - KEY A DECISION AND COMMENT' TO PMSGO
           END-IF.

      ***************************************************************
      *    Apply the decision keyed to the item on the screen (or   *
      *    the one keyed).  Only a pending item can be decided, the *
      *    raiser may never approve their own, and a reject must    *
      *    say why.  The record is re-read for update, so of two    *
      *    supervisors deciding the same item only the first wins.   *
      ***************************************************************
       APPLY-DECISION.
           IF (CORRI = SPACES OR CORRI = LOW-VALUES)
              AND (WS-CM-CURRENT-KEY = SPACES
                   OR WS-CM-CURRENT-KEY = LOW-VALUES)
               MOVE 'SHOW AN ITEM BEFORE DECIDING IT' TO PMSGO
           ELSE
               IF CORRI NOT = SPACES AND CORRI NOT = LOW-VALUES
                   MOVE CORRI TO GOSPPND-CORREL-ID
               ELSE
                   MOVE WS-CM-CURRENT-KEY TO GOSPPND-CORREL-ID
               END-IF
               PERFORM UPDATE-DECISION
           END-IF.

       UPDATE-DECISION.
           EXEC CICS READ FILE('GOSPPND')
                          INTO(GOSPPND-RECORD)
                          RIDFLD(GOSPPND-KEY)
                          KEYLENGTH(LENGTH OF GOSPPND-KEY)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM CHECK-AND-DECIDE
               WHEN DFHRESP(NOTFND)
                   MOVE 'NO HELD ADJUSTMENT FOR THAT CORRELATION ID'
                     TO PMSGO
               WHEN OTHER
                   PERFORM REPORT-FILE-ERROR
           END-EVALUATE.

       CHECK-AND-DECIDE.
           EVALUATE TRUE
               WHEN NOT GOSPPND-STATUS-PENDING
                   PERFORM RELEASE-ITEM
                   MOVE 'ITEM ALREADY DECIDED - NOTHING CHANGED'
                     TO PMSGO
               WHEN DECNI = 'A' AND GOSPPND-ORIG-USERID = EIBUSER
                   PERFORM RELEASE-ITEM
                   MOVE 'RAISED BY YOU - ANOTHER USER MUST APPROVE IT'
                     TO PMSGO
               WHEN DECNI = 'R'
                    AND (CMNTI = SPACES OR CMNTI = LOW-VALUES)
                   PERFORM RELEASE-ITEM
                   MOVE 'A COMMENT IS REQUIRED TO REJECT' TO PMSGO
               WHEN DECNI = 'A'
                   PERFORM APPROVE-ITEM
               WHEN OTHER
                   PERFORM REJECT-ITEM
           END-EVALUATE.

       RELEASE-ITEM.
           EXEC CICS UNLOCK FILE('GOSPPND')
                            RESP(WS-RESP)
           END-EXEC.
           PERFORM SHOW-PENDING-RECORD.

      ***************************************************************
      *    Approve - stamp the item approved, hand the saved        *
      *    request (marked approved) to the originating transid's   *
      *    async transaction, and record the sign-off on GOSPAUD.    *
      *    The START carries PROTECT, so it is only released by the *
      *    SYNCPOINT that also commits the approval; if the START   *
      *    cannot be issued the approval is backed out and the item *
      *    stays pending.                                             *
      ***************************************************************
       APPROVE-ITEM.
           PERFORM STAMP-DECISION.
           MOVE 'A' TO GOSPPND-STATUS.

           EXEC CICS REWRITE FILE('GOSPPND')
                             FROM(GOSPPND-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM REPORT-FILE-ERROR
           ELSE
               PERFORM START-APPROVED-ADJUSTMENT
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE SPACES TO GOSP-RESPONSE
                   MOVE '0000' TO GOSP-RSP-STATUS-CODE
                   MOVE SPACES TO GOSP-RSP-STATUS-TEXT
                   STRING 'ADJUSTMENT APPROVED - DRIVEN UNDER '
                          DELIMITED BY SIZE
                          WS-ASYNC-TRANSID DELIMITED BY SIZE
                     INTO GOSP-RSP-STATUS-TEXT
                   MOVE ZERO   TO GOSP-RSP-AMOUNT
                   MOVE 'A'    TO WS-CALL-OUTCOME
                   PERFORM WRITE-AUDIT-RECORD
                   EXEC CICS SYNCPOINT END-EXEC
                   PERFORM SHOW-PENDING-RECORD
                   MOVE 'ADJUSTMENT APPROVED AND SENT FOR POSTING'
                     TO PMSGO
               ELSE
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   PERFORM REPORT-START-ERROR
               END-IF
           END-IF.

      ***************************************************************
      *    Reject - close the item 4302 and record who turned it    *
      *    down on GOSPAUD.  Nothing is sent to YOSPRING.             *
      ***************************************************************
       REJECT-ITEM.
           PERFORM STAMP-DECISION.
           MOVE 'R'    TO GOSPPND-STATUS.
           MOVE '4302' TO GOSPPND-RESULT-CODE.

           EXEC CICS REWRITE FILE('GOSPPND')
                             FROM(GOSPPND-RECORD)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM REPORT-FILE-ERROR
           ELSE
               MOVE GOSPPND-REQUEST-IMAGE TO GOSP-REQUEST
               MOVE SPACES TO GOSP-RESPONSE
               MOVE '4302' TO GOSP-RSP-STATUS-CODE
               MOVE 'ADJUSTMENT REJECTED BY SUPERVISOR ON GOSV'
                 TO GOSP-RSP-STATUS-TEXT
               MOVE ZERO   TO GOSP-RSP-AMOUNT
               MOVE 'R'    TO WS-CALL-OUTCOME
               MOVE 0      TO WS-RESP
               MOVE 0      TO WS-RESP2
               PERFORM WRITE-AUDIT-RECORD
               PERFORM SHOW-PENDING-RECORD
               MOVE 'ADJUSTMENT REJECTED' TO PMSGO
           END-IF.

       STAMP-DECISION.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                                 YYYYMMDD(WS-NOW-YYYYMMDD)
                                 TIME(WS-NOW-HHMMSS)
           END-EXEC.
           MOVE EIBUSER         TO GOSPPND-DECIDED-USERID.
           MOVE WS-NOW-YYYYMMDD TO GOSPPND-DECIDED-TIMESTAMP(1:8).
           MOVE WS-NOW-HHMMSS   TO GOSPPND-DECIDED-TIMESTAMP(9:6).
           MOVE CMNTI           TO GOSPPND-DECISION-COMMENT.
           INSPECT GOSPPND-DECISION-COMMENT
                   REPLACING ALL LOW-VALUES BY SPACES.

      ***************************************************************
      *    Rebuild the handoff the way GOSPRING builds it for the   *
      *    originating transid, with the request marked approved,  *
      *    and start that transid's async transaction against it.   *
      ***************************************************************
       START-APPROVED-ADJUSTMENT.
           MOVE 'CHAN'    TO MESSAGE-CHAN.
           MOVE 'MESSAGE' TO MESSAGE-CONT.
           MOVE 'GOSA'    TO WS-ASYNC-TRANSID.
           MOVE SPACES TO GOSPCFG-RECORD.
           EXEC CICS READ FILE('GOSPCFG')
                          INTO(GOSPCFG-RECORD)
                          RIDFLD(GOSPPND-ORIG-TRANSID)
                          KEYLENGTH(4)
                          RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE GOSPCFG-CHANNEL-NAME TO MESSAGE-CHAN
               MOVE GOSPCFG-REQUEST-CONT TO MESSAGE-CONT
               IF GOSPCFG-ASYNC-TRANSID NOT = SPACES
                   MOVE GOSPCFG-ASYNC-TRANSID TO WS-ASYNC-TRANSID
               END-IF
           END-IF.

           MOVE GOSPPND-REQUEST-IMAGE TO GOSP-REQUEST.
           MOVE 'Y' TO GOSP-REQ-APPROVAL-SW.

           EXEC CICS PUT CONTAINER(MESSAGE-CONT)
                         CHANNEL(MESSAGE-CHAN)
                         FROM(GOSP-REQUEST)
                         BIT
                         RESP(WS-RESP)
                         RESP2(WS-RESP2)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS START TRANSID(WS-ASYNC-TRANSID)
                               CHANNEL(MESSAGE-CHAN)
                               PROTECT
                               RESP(WS-RESP)
                               RESP2(WS-RESP2)
               END-EXEC
           END-IF.

      ***************************************************************
      *    Record the decision on the GOSPAUD trail under the item's*
      *    correlation ID.  The deciding supervisor is the user of  *
      *    record; the raiser stays visible inside the request       *
      *    image.  A failed write is reported to operations but     *
      *    does not undo the decision.                                *
      ***************************************************************
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO GOSPAUD-RECORD.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                                 YYYYMMDD(WS-NOW-YYYYMMDD)
                                 TIME(WS-NOW-HHMMSS)
           END-EXEC.
           MOVE WS-NOW-YYYYMMDD   TO GOSPAUD-KEY-TIMESTAMP(1:8).
           MOVE WS-NOW-HHMMSS     TO GOSPAUD-KEY-TIMESTAMP(9:6).
           MOVE EIBTASKN          TO GOSPAUD-KEY-SEQUENCE.
           MOVE EIBTRNID          TO GOSPAUD-TRANSID.
           MOVE EIBTRMID          TO GOSPAUD-TERMID.
           MOVE EIBUSER           TO GOSPAUD-USERID.
           IF WS-CALL-OUTCOME = 'A'
               MOVE WS-ASYNC-TRANSID TO GOSPAUD-TARGET-PROGRAM
           ELSE
               MOVE SPACES           TO GOSPAUD-TARGET-PROGRAM
           END-IF.
           MOVE WS-CALL-OUTCOME   TO GOSPAUD-OUTCOME.
           MOVE 0                 TO GOSPAUD-RETRY-COUNT.
           MOVE WS-RESP           TO GOSPAUD-RESP.
           MOVE WS-RESP2          TO GOSPAUD-RESP2.
           MOVE 0                 TO GOSPAUD-TURNAROUND-MS.
           MOVE GOSP-REQUEST      TO GOSPAUD-REQUEST-SENT.
           MOVE GOSP-RESPONSE     TO GOSPAUD-RESPONSE-RECEIVED.
           MOVE 0                 TO GOSPAUD-HIST-LINE-COUNT.
           MOVE GOSPPND-CORREL-ID TO GOSPAUD-CORREL-ID.

           EXEC CICS WRITE FILE('GOSPAUD')
                            FROM(GOSPAUD-RECORD)
                            RIDFLD(GOSPAUD-KEY)
                            KEYLENGTH(LENGTH OF GOSPAUD-KEY)
                            RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-RESP TO WS-RESP-DISP
               MOVE SPACES TO WS-CSMT-MESSAGE
               STRING 'GOSPAPRV: GOSPAUD WRITE FAILED RESP='
                      DELIMITED BY SIZE
                      WS-RESP-DISP DELIMITED BY SIZE
                 INTO WS-CSMT-MESSAGE
               EXEC CICS WRITEQ TD QUEUE('CSMT')
                                 FROM(WS-CSMT-MESSAGE)
                                 LENGTH(LENGTH OF WS-CSMT-MESSAGE)
               END-EXEC
           END-IF.

      ***************************************************************
      *    Put the held item on the screen and remember it as       *
      *    current for decisions and as the PF8 restart point.       *
      ***************************************************************
       SHOW-PENDING-RECORD.
           MOVE GOSPPND-REQUEST-IMAGE TO GOSP-REQUEST.
           MOVE GOSPPND-CORREL-ID     TO CORRO.
           EVALUATE TRUE
               WHEN GOSPPND-STATUS-PENDING
                   MOVE 'PENDING'     TO PSTATO
               WHEN GOSPPND-STATUS-APPROVED
                   MOVE 'APPROVED'    TO PSTATO
               WHEN GOSPPND-STATUS-POSTED
                   MOVE 'POSTED'      TO PSTATO
               WHEN GOSPPND-STATUS-FAILED
                   MOVE 'DRIVE FAILED' TO PSTATO
               WHEN GOSPPND-STATUS-REJECTED
                   MOVE 'REJECTED'    TO PSTATO
               WHEN OTHER
                   MOVE GOSPPND-STATUS TO PSTATO
           END-EVALUATE.
           MOVE GOSPPND-ORIG-USERID   TO ORIGUO.
           MOVE GOSPPND-ORIG-TRANSID  TO ORIGTO.
           MOVE GOSPPND-RAISED-TIMESTAMP TO WS-TIMESTAMP-IN.
           PERFORM FORMAT-TIMESTAMP.
           MOVE WS-TIMESTAMP-DISP     TO RAISEDO.
           MOVE GOSP-REQ-CUSTOMER-NO  TO CUSTO.
           MOVE GOSP-REQ-ORDER-NO     TO ORDRO.
           MOVE GOSP-REQ-AMOUNT       TO WS-AMOUNT-DISP.
           MOVE WS-AMOUNT-DISP        TO AMTO.
           MOVE GOSP-REQ-TRANS-DATE   TO TDATEO.
           MOVE GOSPPND-APPROVAL-LIMIT TO WS-AMOUNT-DISP.
           MOVE WS-AMOUNT-DISP        TO LIMITO.
           MOVE SPACES                TO DECNO.
           MOVE GOSPPND-DECISION-COMMENT TO CMNTO.
           MOVE GOSPPND-DECIDED-USERID TO DECUO.
           IF GOSPPND-DECIDED-TIMESTAMP = SPACES
               MOVE SPACES TO DECDTO
           ELSE
               MOVE GOSPPND-DECIDED-TIMESTAMP TO WS-TIMESTAMP-IN
               PERFORM FORMAT-TIMESTAMP
               MOVE WS-TIMESTAMP-DISP TO DECDTO
           END-IF.
           MOVE GOSPPND-RESULT-CODE   TO RSLTO.

           MOVE GOSPPND-KEY TO WS-CM-CURRENT-KEY.
           MOVE GOSPPND-KEY TO WS-CM-BROWSE-KEY.

       FORMAT-TIMESTAMP.
           MOVE SPACES TO WS-TIMESTAMP-DISP.
           STRING WS-TIMESTAMP-IN(1:4)  '-'
                  WS-TIMESTAMP-IN(5:2)  '-'
                  WS-TIMESTAMP-IN(7:2)  ' '
                  WS-TIMESTAMP-IN(9:2)  ':'
                  WS-TIMESTAMP-IN(11:2) ':'
                  WS-TIMESTAMP-IN(13:2)
                  DELIMITED BY SIZE
             INTO WS-TIMESTAMP-DISP.

      ***************************************************************
      *    A file request against GOSPPND failed for a reason the   *
      *    screen could not anticipate - show the RESP code so the  *
      *    supervisor can report it.                                 *
      ***************************************************************
       REPORT-FILE-ERROR.
           MOVE WS-RESP TO WS-RESP-DISP.
           MOVE SPACES TO PMSGO.
           STRING 'GOSPPND FILE REQUEST FAILED RESP='
                  DELIMITED BY SIZE
                  WS-RESP-DISP DELIMITED BY SIZE
             INTO PMSGO.

      ***************************************************************
      *    The approved item could not be handed on - the approval  *
      *    has been backed out, so tell the supervisor and            *
      *    operations; the item stays pending to be approved again.  *
      ***************************************************************
       REPORT-START-ERROR.
           MOVE WS-RESP TO WS-RESP-DISP.
           MOVE SPACES TO WS-CSMT-MESSAGE.
           STRING 'GOSPAPRV: START ' DELIMITED BY SIZE
                  WS-ASYNC-TRANSID   DELIMITED BY SIZE
                  ' FAILED RESP='    DELIMITED BY SIZE
                  WS-RESP-DISP       DELIMITED BY SIZE
                  ' - NOT APPROVED'  DELIMITED BY SIZE
             INTO WS-CSMT-MESSAGE.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                             FROM(WS-CSMT-MESSAGE)
                             LENGTH(LENGTH OF WS-CSMT-MESSAGE)
           END-EXEC.
           MOVE WS-CSMT-MESSAGE TO PMSGO.

      ***************************************************************
      *    Screen handling.                                          *
      ***************************************************************
       SEND-FRESH-SCREEN.
           MOVE LOW-VALUES TO GOSPPWO.
           MOVE 'KEY A CORRELATION ID OR PRESS PF8 FOR FIRST PENDING'
             TO PMSGO.
           EXEC CICS SEND MAP('GOSPPW')
                          MAPSET('GOSPPMS')
                          FROM(GOSPPWO)
                          ERASE
           END-EXEC.

       SEND-SCREEN.
           EXEC CICS SEND MAP('GOSPPW')
                          MAPSET('GOSPPMS')
                          FROM(GOSPPWO)
                          ERASE
           END-EXEC.

      ***************************************************************
      *    PF3 - leave the transaction cleanly.                      *
      ***************************************************************
       END-SESSION.
           EXEC CICS SEND TEXT FROM(WS-END-MESSAGE)
                               LENGTH(LENGTH OF WS-END-MESSAGE)
                               ERASE
                               FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
