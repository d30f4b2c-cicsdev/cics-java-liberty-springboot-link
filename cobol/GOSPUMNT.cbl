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
      * GOSPCUS customer master online maintenance.                   *
      *                                                               *
      * Initial program of transaction GOSU.  Lets customer services  *
      * browse, add, update and delete GOSPCUS customer master        *
      * records from a 3270 screen (mapset GOSPUMS) - the customer's  *
      * name, and whether the account is active, closed, on a legal   *
      * hold or under a fraud freeze.  GOSPRING, GOSPASYN and GOSPLNK *
      * reject any customer number not on this file, and refuse an AJ *
      * adjustment on an account that is not active, so a hold keyed  *
      * here takes effect on the very next request.  Access is        *
      * controlled by transaction security on GOSU.                   *
      *                                                               *
      * Field edits stop a bad record reaching the file: the customer *
      * number and name are required, the status must be A, C, L or   *
      * F, a legal hold or fraud freeze must give its reason, and a   *
      * hold date must be a real YYYY-MM-DD date - left blank on a    *
      * closed or held account it is set to today.  Setting an        *
      * account back to active lifts the hold and clears the reason   *
      * and date.  A delete must be requested twice in a row for the  *
      * same key before it is honoured.                               *
      *                                                               *
      * Every add, update and delete is recorded on the GOSPULG       *
      * change-log file with the user ID, terminal and the before     *
      * and after images of the record, the same trail GOSPCLG        *
      * gives the routing file, so any hold placed or lifted can be   *
      * traced back to who did it and what it replaced.               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOSPUMNT.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP       PIC S9(08) COMP.
       01 WS-RESP2      PIC S9(08) COMP.
       01 WS-RESP-DISP  PIC ----9.

      *---------------------------------------------------------------*
      *    Edit outcome for the add/update field checks.              *
      *---------------------------------------------------------------*
       01 WS-EDIT-OK-SW PIC X(01) VALUE 'Y'.
           88 WS-EDIT-OK     VALUE 'Y'.

      *---------------------------------------------------------------*
      *    A keyed hold date broken into its parts for the edit.     *
      *---------------------------------------------------------------*
       01 WS-HOLD-DATE.
           05 WS-HOLD-YYYY        PIC X(04).
           05 WS-HOLD-DASH1       PIC X(01).
           05 WS-HOLD-MM          PIC X(02).
           05 WS-HOLD-DASH2       PIC X(01).
           05 WS-HOLD-DD          PIC X(02).
       01 WS-HOLD-MM-NUM      PIC 9(02).
       01 WS-HOLD-DD-NUM      PIC 9(02).

      *---------------------------------------------------------------*
      *    Browse positioning key, and the before image captured on  *
      *    update and delete for the GOSPULG change-log record.       *
      *---------------------------------------------------------------*
       01 WS-BROWSE-KEY       PIC X(10).
       01 WS-SKIP-CURRENT-SW  PIC X(01) VALUE 'N'.
           88 WS-SKIP-CURRENT      VALUE 'Y'.
       01 WS-BEFORE-IMAGE     PIC X(120) VALUE SPACES.
       01 WS-CHANGE-ACTION    PIC X(01) VALUE SPACE.

      *---------------------------------------------------------------*
      *    Timestamp fields for the GOSPULG change-log record key    *
      *    and the change stamp kept on the record itself.            *
      *---------------------------------------------------------------*
       01 WS-ABS-TIME         PIC S9(15) COMP.
       01 WS-ULG-YYYYMMDD     PIC 9(08).
       01 WS-ULG-HHMMSS       PIC 9(06).
       01 WS-TODAY            PIC X(10).

      *---------------------------------------------------------------*
      *    State carried between pseudo-conversational interactions: *
      *    the delete-confirmation flag with the key it applies to,   *
      *    and the key the next PF8 browse continues from.            *
      *---------------------------------------------------------------*
       01 WS-COMMAREA.
           05 WS-CM-CONFIRM-SW       PIC X(01).
               88 WS-CM-DELETE-PENDING    VALUE 'Y'.
           05 WS-CM-CONFIRM-KEY      PIC X(10).
           05 WS-CM-BROWSE-KEY       PIC X(10).

       01 WS-END-MESSAGE      PIC X(40)
           VALUE 'GOSPUMNT: MAINTENANCE SESSION ENDED'.
       01 WS-CSMT-MESSAGE     PIC X(60) VALUE SPACES.

           COPY GOSPCUS.

           COPY GOSPULG.

           COPY GOSPUMS.

           COPY DFHAID.

           COPY DFHBMSCA.

       LINKAGE SECTION.
       01 DFHCOMMAREA         PIC X(21).

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
                       PERFORM BROWSE-NEXT
                   WHEN OTHER
                       PERFORM PROCESS-SCREEN
               END-EVALUATE
           END-IF.

           EXEC CICS RETURN TRANSID(EIBTRNID)
                            COMMAREA(WS-COMMAREA)
           END-EXEC.

           GOBACK.

      ***************************************************************
      *    Receive the operator's input and route it by the          *
      *    function code keyed.  Any function other than a repeated  *
      *    D cancels a pending delete confirmation.                   *
      ***************************************************************
       PROCESS-SCREEN.
           EXEC CICS RECEIVE MAP('GOSPUM')
                             MAPSET('GOSPUMS')
                             INTO(GOSPUMI)
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO GOSPUMO
               MOVE 'ENTER A FUNCTION AND CUSTOMER NUMBER' TO UMSGO
               PERFORM SEND-SCREEN
           ELSE
               IF FUNCI NOT = 'D'
                   MOVE LOW-VALUES TO WS-CM-CONFIRM-SW
                                      WS-CM-CONFIRM-KEY
               END-IF
               EVALUATE FUNCI
                   WHEN 'B'
                       PERFORM BROWSE-RECORD
                   WHEN 'A'
                       PERFORM ADD-RECORD
                   WHEN 'U'
                       PERFORM UPDATE-RECORD
                   WHEN 'D'
                       PERFORM DELETE-RECORD
                   WHEN OTHER
                       MOVE 'FUNCTION MUST BE B, A, U OR D' TO UMSGO
               END-EVALUATE
               PERFORM SEND-SCREEN
           END-IF.

      ***************************************************************
      *    B - show the first customer at or after the keyed         *
      *    customer number, and remember where the browse got to so *
      *    PF8 can carry on from there.                               *
      ***************************************************************
       BROWSE-RECORD.
           IF UCUSTI = SPACES OR UCUSTI = LOW-VALUES
               MOVE LOW-VALUES TO WS-BROWSE-KEY
           ELSE
               MOVE UCUSTI TO WS-BROWSE-KEY
           END-IF.
           MOVE 'N' TO WS-SKIP-CURRENT-SW.
           PERFORM READ-NEXT-CUSTOMER.

      ***************************************************************
      *    PF8 - continue the browse from just past the record       *
      *    currently displayed.                                      *
      ***************************************************************
       BROWSE-NEXT.
      *    Browsing is not the second D of a delete confirmation -  *
      *    disarm it, exactly as any non-D function does.             *
           MOVE LOW-VALUES TO WS-CM-CONFIRM-SW
                              WS-CM-CONFIRM-KEY.
           MOVE LOW-VALUES TO GOSPUMI.
           MOVE WS-CM-BROWSE-KEY TO WS-BROWSE-KEY.
           MOVE 'Y' TO WS-SKIP-CURRENT-SW.
           PERFORM READ-NEXT-CUSTOMER.
           PERFORM SEND-SCREEN.

      ***************************************************************
      *    Position the file at the browse key and show the next    *
      *    record strictly beyond the one already on the screen.     *
      ***************************************************************
       READ-NEXT-CUSTOMER.
           EXEC CICS STARTBR FILE('GOSPCUS')
                             RIDFLD(WS-BROWSE-KEY)
                             KEYLENGTH(10)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO CUSTOMER FOUND AT OR AFTER THAT NUMBER'
                 TO UMSGO
           ELSE
               PERFORM READ-NEXT-RECORD
               IF WS-SKIP-CURRENT
                  AND WS-RESP = DFHRESP(NORMAL)
                  AND GOSPCUS-CUSTOMER-NO = WS-CM-BROWSE-KEY
                   PERFORM READ-NEXT-RECORD
               END-IF
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM SHOW-CUS-RECORD
                   MOVE GOSPCUS-CUSTOMER-NO TO WS-CM-BROWSE-KEY
                   MOVE 'RECORD DISPLAYED - PF8 FOR NEXT' TO UMSGO
               ELSE
                   MOVE 'END OF FILE REACHED ON GOSPCUS' TO UMSGO
               END-IF
               EXEC CICS ENDBR FILE('GOSPCUS')
                               RESP(WS-RESP)
               END-EXEC
           END-IF.

       READ-NEXT-RECORD.
           MOVE SPACES TO GOSPCUS-RECORD.
           EXEC CICS READNEXT FILE('GOSPCUS')
                              INTO(GOSPCUS-RECORD)
                              RIDFLD(WS-BROWSE-KEY)
                              KEYLENGTH(10)
                              RESP(WS-RESP)
           END-EXEC.

      ***************************************************************
      *    A - add a new customer after passing the field edits,    *
      *    and log the add with a blank before image.                *
      ***************************************************************
       ADD-RECORD.
           PERFORM EDIT-FIELDS.
           IF WS-EDIT-OK
               EXEC CICS WRITE FILE('GOSPCUS')
                               FROM(GOSPCUS-RECORD)
                               RIDFLD(GOSPCUS-CUSTOMER-NO)
                               KEYLENGTH(10)
                               RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE 'A' TO WS-CHANGE-ACTION
                       PERFORM WRITE-CHANGE-LOG
                       PERFORM SHOW-CUS-RECORD
                       MOVE 'CUSTOMER ADDED' TO UMSGO
                   WHEN DFHRESP(DUPREC)
                       MOVE 'RECORD ALREADY EXISTS - USE U TO UPDATE'
                         TO UMSGO
                   WHEN OTHER
                       PERFORM REPORT-FILE-ERROR
               END-EVALUATE
           END-IF.

      ***************************************************************
      *    U - replace an existing customer after passing the field *
      *    edits, logging the before and after images.               *
      ***************************************************************
       UPDATE-RECORD.
           PERFORM EDIT-FIELDS.
           IF WS-EDIT-OK
               EXEC CICS READ FILE('GOSPCUS')
                              INTO(WS-BEFORE-IMAGE)
                              RIDFLD(GOSPCUS-CUSTOMER-NO)
                              KEYLENGTH(10)
                              UPDATE
                              RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       EXEC CICS REWRITE FILE('GOSPCUS')
                                         FROM(GOSPCUS-RECORD)
                                         RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           MOVE 'U' TO WS-CHANGE-ACTION
                           PERFORM WRITE-CHANGE-LOG
                           PERFORM SHOW-CUS-RECORD
                           MOVE 'CUSTOMER UPDATED' TO UMSGO
                       ELSE
                           PERFORM REPORT-FILE-ERROR
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       MOVE 'RECORD NOT FOUND - USE A TO ADD' TO UMSGO
                   WHEN OTHER
                       PERFORM REPORT-FILE-ERROR
               END-EVALUATE
           END-IF.

      ***************************************************************
      *    D - delete only once the same key has been asked for     *
      *    twice in a row, so a mistyped D cannot quietly remove a   *
      *    customer - and with it every request the customer could  *
      *    make.  The first D arms the confirmation; the second one, *
      *    for the same key, does the delete and logs the before     *
      *    image.                                                     *
      ***************************************************************
       DELETE-RECORD.
           IF UCUSTI = SPACES OR UCUSTI = LOW-VALUES
               MOVE 'CUSTOMER NUMBER REQUIRED FOR DELETE' TO UMSGO
           ELSE
               MOVE UCUSTI TO GOSPCUS-CUSTOMER-NO
               IF WS-CM-DELETE-PENDING
                  AND WS-CM-CONFIRM-KEY = GOSPCUS-CUSTOMER-NO
                   PERFORM DELETE-CONFIRMED
               ELSE
                   MOVE 'Y'                 TO WS-CM-CONFIRM-SW
                   MOVE GOSPCUS-CUSTOMER-NO TO WS-CM-CONFIRM-KEY
                   MOVE 'PRESS ENTER WITH D AGAIN TO CONFIRM DELETE'
                     TO UMSGO
               END-IF
           END-IF.

       DELETE-CONFIRMED.
           MOVE LOW-VALUES TO WS-CM-CONFIRM-SW
                              WS-CM-CONFIRM-KEY.
           EXEC CICS READ FILE('GOSPCUS')
                          INTO(WS-BEFORE-IMAGE)
                          RIDFLD(GOSPCUS-CUSTOMER-NO)
                          KEYLENGTH(10)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   EXEC CICS DELETE FILE('GOSPCUS')
                                    RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'D' TO WS-CHANGE-ACTION
                       PERFORM WRITE-CHANGE-LOG
                       MOVE 'CUSTOMER DELETED' TO UMSGO
                   ELSE
                       PERFORM REPORT-FILE-ERROR
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'RECORD NOT FOUND - NOTHING DELETED' TO UMSGO
               WHEN OTHER
                   PERFORM REPORT-FILE-ERROR
           END-EVALUATE.

      ***************************************************************
      *    Build the customer record from the screen fields and     *
      *    apply the edits that keep a bad record off the file: the *
      *    customer number and name are required, the status must   *
      *    be A, C, L or F, and a legal hold or fraud freeze must    *
      *    say why.  A closed or held account carries the date the  *
      *    closure or hold took effect - today unless one is keyed;  *
      *    an active account carries neither reason nor date.  The  *
      *    change stamp on the record is set to this operator and   *
      *    today - the full trail is on GOSPULG.                      *
      ***************************************************************
       EDIT-FIELDS.
           MOVE 'Y' TO WS-EDIT-OK-SW.
           PERFORM STAMP-CHANGE-DATE.
           MOVE SPACES TO GOSPCUS-RECORD.
           MOVE UCUSTI   TO GOSPCUS-CUSTOMER-NO.
           MOVE UNAMEI   TO GOSPCUS-NAME.
           MOVE USTATI   TO GOSPCUS-STATUS.
           MOVE URSNI    TO GOSPCUS-HOLD-REASON.
           MOVE UHDTI    TO GOSPCUS-HOLD-DATE.
           INSPECT GOSPCUS-RECORD REPLACING ALL LOW-VALUES BY SPACES.

           IF GOSPCUS-CUSTOMER-NO = SPACES
              AND WS-EDIT-OK
               MOVE 'CUSTOMER NUMBER IS REQUIRED' TO UMSGO
               MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.

           IF GOSPCUS-NAME = SPACES
              AND WS-EDIT-OK
               MOVE 'CUSTOMER NAME IS REQUIRED' TO UMSGO
               MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.

           IF NOT GOSPCUS-STATUS-VALID
              AND WS-EDIT-OK
               MOVE 'STATUS MUST BE A, C, L OR F' TO UMSGO
               MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.

           IF (GOSPCUS-LEGAL-HOLD OR GOSPCUS-FRAUD-FREEZE)
              AND GOSPCUS-HOLD-REASON = SPACES
              AND WS-EDIT-OK
               MOVE 'A HOLD REASON IS REQUIRED FOR STATUS L OR F'
                 TO UMSGO
               MOVE 'N' TO WS-EDIT-OK-SW
           END-IF.

           IF GOSPCUS-ACTIVE
              AND WS-EDIT-OK
               MOVE SPACES TO GOSPCUS-HOLD-REASON
                              GOSPCUS-HOLD-DATE
           END-IF.

           IF NOT GOSPCUS-ACTIVE
              AND GOSPCUS-HOLD-DATE = SPACES
              AND WS-EDIT-OK
               MOVE WS-TODAY TO GOSPCUS-HOLD-DATE
           END-IF.

           IF GOSPCUS-HOLD-DATE NOT = SPACES
              AND WS-EDIT-OK
               PERFORM EDIT-HOLD-DATE
           END-IF.

           IF WS-EDIT-OK
               MOVE EIBUSER  TO GOSPCUS-CHANGED-USERID
               MOVE WS-TODAY TO GOSPCUS-CHANGED-DATE
           END-IF.

      ***************************************************************
      *    The hold date must be YYYY-MM-DD with a real month and a *
      *    day no higher than 31.                                    *
      ***************************************************************
       EDIT-HOLD-DATE.
           MOVE GOSPCUS-HOLD-DATE TO WS-HOLD-DATE.
           IF WS-HOLD-YYYY IS NOT NUMERIC
              OR WS-HOLD-MM IS NOT NUMERIC
              OR WS-HOLD-DD IS NOT NUMERIC
              OR WS-HOLD-DASH1 NOT = '-'
              OR WS-HOLD-DASH2 NOT = '-'
               MOVE 'HOLD DATE MUST BE YYYY-MM-DD' TO UMSGO
               MOVE 'N' TO WS-EDIT-OK-SW
           ELSE
               MOVE WS-HOLD-MM TO WS-HOLD-MM-NUM
               MOVE WS-HOLD-DD TO WS-HOLD-DD-NUM
               IF WS-HOLD-MM-NUM < 1 OR WS-HOLD-MM-NUM > 12
                  OR WS-HOLD-DD-NUM < 1 OR WS-HOLD-DD-NUM > 31
                   MOVE 'HOLD DATE IS NOT A VALID DATE' TO UMSGO
                   MOVE 'N' TO WS-EDIT-OK-SW
               END-IF
           END-IF.

       STAMP-CHANGE-DATE.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                                 YYYYMMDD(WS-ULG-YYYYMMDD)
                                 TIME(WS-ULG-HHMMSS)
           END-EXEC.
           MOVE SPACES TO WS-TODAY.
           STRING WS-ULG-YYYYMMDD(1:4) '-'
                  WS-ULG-YYYYMMDD(5:2) '-'
                  WS-ULG-YYYYMMDD(7:2)
                  DELIMITED BY SIZE
             INTO WS-TODAY.

      ***************************************************************
      *    Put the record just read or built back on the screen.    *
      ***************************************************************
       SHOW-CUS-RECORD.
           MOVE GOSPCUS-CUSTOMER-NO    TO UCUSTO.
           MOVE GOSPCUS-NAME           TO UNAMEO.
           MOVE GOSPCUS-STATUS         TO USTATO.
           MOVE GOSPCUS-HOLD-REASON    TO URSNO.
           MOVE GOSPCUS-HOLD-DATE      TO UHDTO.
           MOVE GOSPCUS-CHANGED-USERID TO UABYO.
           MOVE GOSPCUS-CHANGED-DATE   TO UADTO.

      ***************************************************************
      *    Record the change on the GOSPULG change-log file - who   *
      *    made it, from which terminal, and the before and after   *
      *    images of the customer record.  A failed log write is    *
      *    reported to the master terminal but does not undo the    *
      *    change itself.                                            *
      ***************************************************************
       WRITE-CHANGE-LOG.
           MOVE SPACES TO GOSPULG-RECORD.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                                 YYYYMMDD(WS-ULG-YYYYMMDD)
                                 TIME(WS-ULG-HHMMSS)
           END-EXEC.
           MOVE WS-ULG-YYYYMMDD TO GOSPULG-KEY-TIMESTAMP(1:8).
           MOVE WS-ULG-HHMMSS   TO GOSPULG-KEY-TIMESTAMP(9:6).
           MOVE EIBTASKN        TO GOSPULG-KEY-SEQUENCE.
           MOVE EIBUSER         TO GOSPULG-USERID.
           MOVE EIBTRMID        TO GOSPULG-TERMID.
           MOVE WS-CHANGE-ACTION TO GOSPULG-ACTION.
           MOVE GOSPCUS-CUSTOMER-NO TO GOSPULG-CUSTOMER-NO.
           MOVE WS-BEFORE-IMAGE TO GOSPULG-BEFORE-IMAGE.
           IF GOSPULG-ACTION-DELETE
               MOVE SPACES TO GOSPULG-AFTER-IMAGE
           ELSE
               MOVE GOSPCUS-RECORD TO GOSPULG-AFTER-IMAGE
           END-IF.

           EXEC CICS WRITE FILE('GOSPULG')
                            FROM(GOSPULG-RECORD)
                            RIDFLD(GOSPULG-KEY)
                            KEYLENGTH(LENGTH OF GOSPULG-KEY)
                            RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-RESP TO WS-RESP-DISP
               MOVE SPACES TO WS-CSMT-MESSAGE
               STRING 'GOSPUMNT: GOSPULG WRITE FAILED RESP='
                      DELIMITED BY SIZE
                      WS-RESP-DISP DELIMITED BY SIZE
                 INTO WS-CSMT-MESSAGE
               EXEC CICS WRITEQ TD QUEUE('CSMT')
                                 FROM(WS-CSMT-MESSAGE)
                                 LENGTH(LENGTH OF WS-CSMT-MESSAGE)
               END-EXEC
           END-IF.

      ***************************************************************
      *    A file request against GOSPCUS failed for a reason the   *
      *    edits could not anticipate - show the RESP code so the   *
      *    operator can report it.                                   *
      ***************************************************************
       REPORT-FILE-ERROR.
           MOVE WS-RESP TO WS-RESP-DISP.
           MOVE SPACES TO UMSGO.
           STRING 'GOSPCUS FILE REQUEST FAILED RESP='
                  DELIMITED BY SIZE
                  WS-RESP-DISP DELIMITED BY SIZE
             INTO UMSGO.

      ***************************************************************
      *    Screen handling.                                          *
      ***************************************************************
       SEND-FRESH-SCREEN.
           MOVE LOW-VALUES TO GOSPUMO.
           MOVE 'ENTER FUNCTION AND CUSTOMER NUMBER' TO UMSGO.
           EXEC CICS SEND MAP('GOSPUM')
                          MAPSET('GOSPUMS')
                          FROM(GOSPUMO)
                          ERASE
           END-EXEC.

       SEND-SCREEN.
           EXEC CICS SEND MAP('GOSPUM')
                          MAPSET('GOSPUMS')
                          FROM(GOSPUMO)
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
