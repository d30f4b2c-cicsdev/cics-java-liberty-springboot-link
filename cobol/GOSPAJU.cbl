      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*

      *****************************************************************
      * GOSPAJU - bulk adjustment upload.                             *
      *                                                               *
      * An 'AJ' adjustment could only be entered one order at a time  *
      * on the online GOSPRING path, so a mass correction - a price   *
      * change across a few thousand orders - meant keying every one  *
      * of them.  This job takes the whole correction as one GOSPAJI  *
      * batch - header, details, control-total trailer - and drives   *
      * each detail to YOSPRING exactly as the online path would.     *
      *                                                               *
      * The batch is balanced first, the way GOSPEDT and GOSPBUP      *
      * balance their input: a full pass checks the header (a batch   *
      * ID, and a checker who is not the submitter), that the         *
      * sequence numbers ascend, and that the detail count and the    *
      * increase and decrease totals agree with the trailer.  A       *
      * batch that fails any of that is rejected whole with return    *
      * code 8 before anything is driven.  The header's checker       *
      * vouches for the file only; it is not an approval.             *
      *                                                               *
      * Only then is each detail run through the shared GOSPVAL       *
      * edits.  The upload is subject to maker-checker exactly as     *
      * the online path is: the approval limit is taken from the      *
      * GOSPCFG record of the upload's own transid, BAJU (a batch is  *
      * refused, RC 8, if there is none), and a detail above it is    *
      * held on GOSPPND under the submitter's user ID instead of      *
      * being driven.  A second user approves or rejects it on GOSV,  *
      * which drives an approved one through GOSPASYN like any other  *
      * held adjustment.  The rest are driven as 'AJ' requests over   *
      * one GOSPLNK EXCI session, which adds the GOSPCUS customer     *
      * master check.  An adjustment YOSPRING accepts is posted to    *
      * GOSPBOR and journaled on GOSPJNL just as GOSPRING posts one   *
      * online - a failed GOSPBOR post is journaled for GOSPGLI to    *
      * repost - and every detail processed or held gets a GOSPAUD    *
      * record under the submitter's user ID.  The job runs with      *
      * GOSPBOR, GOSPJNL, GOSPAUD and GOSPPND closed to CICS (see the *
      * GOSPAJU JCL).                                                 *
      *                                                               *
      * Checkpoint/restart is kept on the GOSPAJR register, one       *
      * record per batch ID (see GOSPAJR): each detail is marked in   *
      * flight before it is driven or held and done once its outcome  *
      * is recorded, so a stopped run resubmitted with the same file  *
      * picks up after the last detail done, and the detail that was  *
      * in flight when it stopped is never driven or held a second    *
      * time - it is reported failed, in doubt, for someone to        *
      * check.  A batch the register shows complete is refused with   *
      * return code 8.                                                *
      *                                                               *
      * The GOSPJRPT report lists every detail posted, held,          *
      * rejected or failed, then the batch-to-date count, increase    *
      * and decrease totals of each beside the trailer's, proving the *
      * four add back to the submitted file.  Return code 4 = some    *
      * details were held, rejected or failed (or a GOSPBOR post or   *
      * GOSPAUD write needs attention); 16 = the run stopped part     *
      * way - resubmit it unchanged to carry on.                      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOSPAJU.
       AUTHOR. APPLICATION-DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOSPAJI-FILE ASSIGN TO GOSPAJI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOSPAJI-STATUS.

           SELECT GOSPAJR-FILE ASSIGN TO GOSPAJR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOSPAJR-FILE-BATCH-ID
               FILE STATUS IS WS-GOSPAJR-STATUS.

           SELECT GOSPBOR-FILE ASSIGN TO GOSPBOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOSPBOR-KEY
               FILE STATUS IS WS-GOSPBOR-STATUS.

           SELECT GOSPJNL-FILE ASSIGN TO GOSPJNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOSPJNL-KEY
               FILE STATUS IS WS-GOSPJNL-STATUS.

           SELECT GOSPAUD-FILE ASSIGN TO GOSPAUD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOSPAUD-KEY
               FILE STATUS IS WS-GOSPAUD-STATUS.

           SELECT GOSPCFG-FILE ASSIGN TO GOSPCFG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOSPCFG-KEY-TRANSID
               FILE STATUS IS WS-GOSPCFG-STATUS.

           SELECT GOSPPND-FILE ASSIGN TO GOSPPND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOSPPND-KEY
               FILE STATUS IS WS-GOSPPND-STATUS.

           SELECT GOSPJRPT-FILE ASSIGN TO GOSPJRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GOSPAJI-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPAJI.

      *---------------------------------------------------------------*
      *    The register record itself is worked on in storage (see    *
      *    GOSPAJR-RECORD below) and read and rewritten through this  *
      *    area.                                                      *
      *---------------------------------------------------------------*
       FD  GOSPAJR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPAJR-FILE-RECORD.
           05  GOSPAJR-FILE-BATCH-ID      PIC X(08).
           05  FILLER                     PIC X(142).

       FD  GOSPBOR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPBOR.

       FD  GOSPJNL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPJNL.

       FD  GOSPAUD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPAUD.

       FD  GOSPCFG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPCFG.

       FD  GOSPPND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPPND.

       FD  GOSPJRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPJRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-GOSPAJI-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPAJR-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPJNL-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPAUD-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPCFG-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPPND-STATUS              PIC X(02) VALUE '00'.
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                         VALUE 'Y'.
       77  WS-HEADER-SW                   PIC X(01) VALUE 'N'.
           88  WS-HEADER-SEEN                 VALUE 'Y'.
       77  WS-TRAILER-SW                  PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN                VALUE 'Y'.
       77  WS-BALANCE-OK-SW               PIC X(01) VALUE 'Y'.
           88  WS-BALANCE-OK                  VALUE 'Y'.
       77  WS-REGISTER-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-REGISTER-OPEN               VALUE 'Y'.
       77  WS-BATCH-REFUSED-SW            PIC X(01) VALUE 'N'.
           88  WS-BATCH-REFUSED               VALUE 'Y'.
       77  WS-BATCH-TOTALS-SW             PIC X(01) VALUE 'N'.
           88  WS-BATCH-TOTALS-KNOWN          VALUE 'Y'.
       77  WS-RUN-STOPPED-SW              PIC X(01) VALUE 'N'.
           88  WS-RUN-STOPPED                 VALUE 'Y'.
       77  WS-SESSION-LOST-SW             PIC X(01) VALUE 'N'.
           88  WS-SESSION-LOST                VALUE 'Y'.
       77  WS-JOURNAL-FAILED-SW           PIC X(01) VALUE 'N'.
           88  WS-JOURNAL-FAILED              VALUE 'Y'.
       77  WS-RECORDS-READ                PIC 9(09) COMP-3 VALUE 0.
       77  WS-DETAILS-READ                PIC 9(09) COMP-3 VALUE 0.
       77  WS-DETAILS-SKIPPED             PIC 9(09) COMP-3 VALUE 0.
       77  WS-BOR-REPOSTS                 PIC 9(09) COMP-3 VALUE 0.
       77  WS-AUDIT-FAILURES              PIC 9(09) COMP-3 VALUE 0.
       77  WS-PREV-SEQUENCE-NO            PIC 9(07) VALUE 0.
       77  WS-INCREASE-TOTAL              PIC 9(13)V99 COMP-3 VALUE 0.
       77  WS-DECREASE-TOTAL              PIC 9(13)V99 COMP-3 VALUE 0.
       77  WS-TRL-RECORD-COUNT            PIC 9(09) COMP-3 VALUE 0.
       77  WS-TRL-INCREASE-TOTAL          PIC 9(13)V99 COMP-3 VALUE 0.
       77  WS-TRL-DECREASE-TOTAL          PIC 9(13)V99 COMP-3 VALUE 0.
       77  WS-ACCOUNTED-COUNT             PIC 9(09) COMP-3 VALUE 0.
       77  WS-ACCOUNTED-INCREASE          PIC 9(13)V99 COMP-3 VALUE 0.
       77  WS-ACCOUNTED-DECREASE          PIC 9(13)V99 COMP-3 VALUE 0.

      *---------------------------------------------------------------*
      *    Outcome categories - the occurrence used on the GOSPAJR    *
      *    register totals and on this run's own counts.              *
      *---------------------------------------------------------------*
       77  WS-CAT-POSTED                  PIC 9(01) COMP VALUE 1.
       77  WS-CAT-REJECTED                PIC 9(01) COMP VALUE 2.
       77  WS-CAT-FAILED                  PIC 9(01) COMP VALUE 3.
       77  WS-CAT-HELD                    PIC 9(01) COMP VALUE 4.
       77  WS-CAT-MAX                     PIC 9(01) COMP VALUE 4.
       77  WS-CAT                         PIC 9(01) COMP VALUE 0.
       01  WS-CAT-LABELS.
           05  FILLER                     PIC X(20)
                                           VALUE 'POSTED'.
           05  FILLER                     PIC X(20)
                                           VALUE 'REJECTED'.
           05  FILLER                     PIC X(20)
                                           VALUE 'FAILED'.
           05  FILLER                     PIC X(20)
                                           VALUE 'HELD FOR APPROVAL'.
       01  WS-CAT-LABEL-TABLE REDEFINES WS-CAT-LABELS.
           05  WS-CAT-LABEL               PIC X(20) OCCURS 4 TIMES.
       01  WS-RUN-COUNTS.
           05  WS-RUN-COUNT               PIC 9(09) COMP-3
                                           OCCURS 4 TIMES.

      *    The file status is kept on the journal as the failed      *
      *    post's return code, in place of the CICS RESP the online  *
      *    post records.                                              *
       01  WS-GOSPBOR-STATUS              PIC X(02) VALUE '00'.
       01  WS-GOSPBOR-STATUS-NUM REDEFINES WS-GOSPBOR-STATUS
                                          PIC 9(02).

       01  WS-BATCH-ID                    PIC X(08) VALUE SPACES.
       01  WS-SUBMIT-USERID               PIC X(08) VALUE SPACES.
       01  WS-APPROVER-USERID             PIC X(08) VALUE SPACES.
       01  WS-UPLOAD-TRANSID              PIC X(04) VALUE 'BAJU'.
      *    From the upload transid's own GOSPCFG record, as online;  *
      *    zero holds nothing.                                        *
       01  WS-APPROVAL-LIMIT              PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-APPROVAL-LIMIT-DISP         PIC Z(8)9.
       01  WS-TARGET-PROGRAM              PIC X(08) VALUE 'YOSPRING'.
       01  WS-LAST-REGION                 PIC X(04) VALUE SPACES.
       01  WS-CALL-OUTCOME                PIC X(01) VALUE SPACE.
       01  WS-DETAIL-LABEL                PIC X(08) VALUE SPACES.
       01  WS-TOTAL-LABEL                 PIC X(20) VALUE SPACES.

      *---------------------------------------------------------------*
      *    Key stamp for the detail's GOSPJNL and GOSPAUD records -   *
      *    run date and time plus the low six digits of its           *
      *    sequence number, standing in for the task number the       *
      *    online keys carry.                                         *
      *---------------------------------------------------------------*
       01  WS-STAMP-DATE                  PIC 9(08).
       01  WS-STAMP-TIME                  PIC 9(08).
       01  WS-STAMP-TIMESTAMP             PIC X(14).
       01  WS-STAMP-SEQUENCE              PIC 9(06).
       01  WS-REG-DATE                    PIC 9(08).
       01  WS-REG-TIME                    PIC 9(08).

      *---------------------------------------------------------------*
      *    Round-trip timing of the GOSPLNK call, in hundredths of a  *
      *    second from ACCEPT ... FROM TIME, for GOSPAUD.             *
      *---------------------------------------------------------------*
       01  WS-START-TIME.
           05  WS-START-HH                PIC 9(02).
           05  WS-START-MM                PIC 9(02).
           05  WS-START-SS                PIC 9(02).
           05  WS-START-CC                PIC 9(02).
       01  WS-END-TIME.
           05  WS-END-HH                  PIC 9(02).
           05  WS-END-MM                  PIC 9(02).
           05  WS-END-SS                  PIC 9(02).
           05  WS-END-CC                  PIC 9(02).
       01  WS-START-CS                    PIC S9(08) COMP.
       01  WS-END-CS                      PIC S9(08) COMP.
       01  WS-TURNAROUND-MS               PIC S9(08) COMP.

       01  WS-COUNT-DISP                  PIC ZZZ,ZZZ,ZZ9.
       01  WS-SEQ-DISP                    PIC Z(06)9.
       01  WS-AMOUNT-DISP                 PIC -(9)9.99.
       01  WS-NEW-AMOUNT-DISP             PIC -(9)9.99.
       01  WS-INCREASE-DISP               PIC Z(12)9.99.
       01  WS-DECREASE-DISP               PIC Z(12)9.99.

           COPY GOSPAJR.

           COPY GOSPREQ.

           COPY GOSPRSP.

           COPY GOSPVALP.

           COPY GOSPLNKP.

           COPY GOSPBLK.

      *---------------------------------------------------------------*
      *    Run-control ledger entry for this step (see GOSPRUNL).     *
      *---------------------------------------------------------------*
           COPY GOSPRUNP.

       PROCEDURE DIVISION.
      ***************************************************************
      *    0000-MAINLINE - balance the whole batch first; only a    *
      *    batch in balance is read again and driven.                *
      ***************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-BALANCE-ONE-RECORD THRU 2000-EXIT
                   UNTIL WS-EOF.
           PERFORM 2500-CHECK-BALANCE THRU 2500-EXIT.

           IF WS-BALANCE-OK
               PERFORM 3000-APPLY-PASS THRU 3000-EXIT
           ELSE
               MOVE 'ADJUSTMENT BATCH REJECTED - NOTHING DRIVEN'
                 TO GOSPJRPT-RECORD
               WRITE GOSPJRPT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 4000-TERMINATE THRU 4000-EXIT.
           PERFORM 4900-RUN-CONTROL-END THRU 4900-EXIT.

           STOP RUN.

      ***************************************************************
      *    1000-INITIALIZE - open the upload and the report, and    *
      *    prime the balance pass.  The batch ID qualifies this      *
      *    step's ledger entry, so the header is read before the     *
      *    ledger is.  Nothing the batch updates is opened until     *
      *    the batch has proven in balance.                           *
      ***************************************************************
       1000-INITIALIZE.
           INITIALIZE WS-RUN-COUNTS.
           OPEN INPUT  GOSPAJI-FILE.
           IF WS-GOSPAJI-STATUS NOT = '00'
               DISPLAY 'GOSPAJU: GOSPAJI OPEN FAILED, FILE STATUS='
                       WS-GOSPAJI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2100-READ-UPLOAD THRU 2100-EXIT.
           IF NOT WS-EOF AND GOSPAJI-HEADER
               MOVE GOSPAJI-BATCH-ID TO WS-BATCH-ID
           END-IF.

           PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.

           OPEN OUTPUT GOSPJRPT-FILE.
           MOVE 'GOSPAJU BULK ADJUSTMENT UPLOAD - STARTING'
               TO GOSPJRPT-RECORD.
           WRITE GOSPJRPT-RECORD.
       1000-EXIT.
           EXIT.

      ***************************************************************
      *    1900-RUN-CONTROL-START - enter this step on the GOSPRUN   *
      *    run-control ledger for the business date, qualified by   *
      *    the batch ID so that two different batches can run on     *
      *    the same date.  A batch that already completed cleanly    *
      *    for the date is not run again until an operator resets    *
      *    it with the GOSPRUNR job; it ends here with the return    *
      *    code the clean run ended with.  (The GOSPAJR register      *
      *    refuses a complete batch on any later date as well.)      *
      ***************************************************************
       1900-RUN-CONTROL-START.
           INITIALIZE GOSPRUNP-PARM.
           SET GOSPRUNP-STEP-START TO TRUE.
           MOVE 'GOSPAJU' TO GOSPRUNP-STEP-NAME.
           MOVE WS-BATCH-ID TO GOSPRUNP-STEP-QUAL.
           CALL 'GOSPRUNL' USING GOSPRUNP-PARM.
           IF GOSPRUNP-ALREADY-COMPLETE
               DISPLAY 'GOSPAJU: ' GOSPRUNP-MESSAGE
               DISPLAY 'GOSPAJU: STEP NOT RUN AGAIN - RESET IT WITH '
                       'GOSPRUNR TO RERUN'
               MOVE GOSPRUNP-STEP-RC TO RETURN-CODE
               STOP RUN
           END-IF.
           IF GOSPRUNP-LEDGER-UNAVAILABLE
               DISPLAY 'GOSPAJU: ' GOSPRUNP-MESSAGE
               DISPLAY 'GOSPAJU: RUNNING WITHOUT RERUN PROTECTION'
           END-IF.
       1900-EXIT.
           EXIT.

      ***************************************************************
      *    2000-BALANCE-ONE-RECORD - the balance pass checks the    *
      *    shape of the batch and totals it; the content of each     *
      *    detail is left to the GOSPVAL edits on the apply pass.    *
      ***************************************************************
       2000-BALANCE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ.

           EVALUATE TRUE
               WHEN WS-RECORDS-READ = 1 AND NOT GOSPAJI-HEADER
                   MOVE 'FIRST RECORD IS NOT A BATCH HEADER'
                     TO GOSPJRPT-RECORD
                   WRITE GOSPJRPT-RECORD
                   MOVE 'N' TO WS-BALANCE-OK-SW
               WHEN GOSPAJI-HEADER
                   PERFORM 2150-TAKE-HEADER THRU 2150-EXIT
               WHEN GOSPAJI-TRAILER
                   PERFORM 2200-TAKE-TRAILER THRU 2200-EXIT
               WHEN WS-TRAILER-SEEN
                   MOVE 'RECORD FOUND AFTER THE TRAILER'
                     TO GOSPJRPT-RECORD
                   WRITE GOSPJRPT-RECORD
                   MOVE 'N' TO WS-BALANCE-OK-SW
               WHEN GOSPAJI-DETAIL
                   PERFORM 2300-TAKE-DETAIL THRU 2300-EXIT
               WHEN OTHER
                   MOVE SPACES TO GOSPJRPT-RECORD
                   MOVE WS-RECORDS-READ TO WS-COUNT-DISP
                   STRING 'UNKNOWN RECORD TYPE ' DELIMITED BY SIZE
                          GOSPAJI-REC-TYPE       DELIMITED BY SIZE
                          ' AT RECORD '          DELIMITED BY SIZE
                          WS-COUNT-DISP          DELIMITED BY SIZE
                     INTO GOSPJRPT-RECORD
                   WRITE GOSPJRPT-RECORD
                   MOVE 'N' TO WS-BALANCE-OK-SW
           END-EVALUATE.

           PERFORM 2100-READ-UPLOAD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      ***************************************************************
      *    2100-READ-UPLOAD                                         *
      ***************************************************************
       2100-READ-UPLOAD.
           READ GOSPAJI-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF WS-GOSPAJI-STATUS NOT = '00'
               DISPLAY 'GOSPAJU: GOSPAJI READ FAILED, FILE STATUS='
                       WS-GOSPAJI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2100-EXIT.
           EXIT.

      ***************************************************************
      *    2150-TAKE-HEADER - exactly one header, naming the batch   *
      *    and checked by someone other than its submitter.  That    *
      *    check is on the file; it approves nothing - a detail over *
      *    the approval limit is still held for GOSV on the apply    *
      *    pass, and no journal entry names the checker.              *
      ***************************************************************
       2150-TAKE-HEADER.
           IF WS-HEADER-SEEN
               MOVE 'MORE THAN ONE HEADER RECORD ON THE UPLOAD FILE'
                 TO GOSPJRPT-RECORD
               WRITE GOSPJRPT-RECORD
               MOVE 'N' TO WS-BALANCE-OK-SW
               GO TO 2150-EXIT
           END-IF.

           MOVE 'Y' TO WS-HEADER-SW.
           MOVE GOSPAJI-BATCH-ID        TO WS-BATCH-ID.
           MOVE GOSPAJI-SUBMIT-USERID   TO WS-SUBMIT-USERID.
           MOVE GOSPAJI-APPROVER-USERID TO WS-APPROVER-USERID.

           MOVE SPACES TO GOSPJRPT-RECORD.
           STRING 'BATCH '                DELIMITED BY SIZE
                  GOSPAJI-BATCH-ID        DELIMITED BY SIZE
                  ' SUBMITTED '           DELIMITED BY SIZE
                  GOSPAJI-SUBMIT-DATE     DELIMITED BY SIZE
                  ' BY '                  DELIMITED BY SIZE
                  GOSPAJI-SUBMIT-USERID   DELIMITED BY SIZE
                  ' CHECKED BY '          DELIMITED BY SIZE
                  GOSPAJI-APPROVER-USERID DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  GOSPAJI-DESCRIPTION     DELIMITED BY SIZE
             INTO GOSPJRPT-RECORD.
           WRITE GOSPJRPT-RECORD.

           IF GOSPAJI-BATCH-ID = SPACES
               MOVE 'HEADER CARRIES NO BATCH ID' TO GOSPJRPT-RECORD
               WRITE GOSPJRPT-RECORD
               MOVE 'N' TO WS-BALANCE-OK-SW
           END-IF.
           IF GOSPAJI-SUBMIT-USERID = SPACES
               MOVE 'HEADER CARRIES NO SUBMITTER' TO GOSPJRPT-RECORD
               WRITE GOSPJRPT-RECORD
               MOVE 'N' TO WS-BALANCE-OK-SW
           END-IF.
           IF GOSPAJI-APPROVER-USERID = SPACES
              OR GOSPAJI-APPROVER-USERID = GOSPAJI-SUBMIT-USERID
               MOVE 'NOT CHECKED - CHECKER MISSING OR THE SUBMITTER'
                 TO GOSPJRPT-RECORD
               WRITE GOSPJRPT-RECORD
               MOVE 'N' TO WS-BALANCE-OK-SW
           END-IF.
       2150-EXIT.
           EXIT.

      ***************************************************************
      *    2200-TAKE-TRAILER - exactly one trailer is allowed.       *
      ***************************************************************
       2200-TAKE-TRAILER.
           IF WS-TRAILER-SEEN
               MOVE 'MORE THAN ONE TRAILER RECORD ON THE UPLOAD FILE'
                 TO GOSPJRPT-RECORD
               WRITE GOSPJRPT-RECORD
               MOVE 'N' TO WS-BALANCE-OK-SW
           ELSE
               MOVE 'Y' TO WS-TRAILER-SW
               IF GOSPAJI-TRL-RECORD-COUNT IS NUMERIC
                  AND GOSPAJI-TRL-INCREASE-TOTAL IS NUMERIC
                  AND GOSPAJI-TRL-DECREASE-TOTAL IS NUMERIC
                   MOVE GOSPAJI-TRL-RECORD-COUNT
                     TO WS-TRL-RECORD-COUNT
                   MOVE GOSPAJI-TRL-INCREASE-TOTAL
                     TO WS-TRL-INCREASE-TOTAL
                   MOVE GOSPAJI-TRL-DECREASE-TOTAL
                     TO WS-TRL-DECREASE-TOTAL
               ELSE
                   MOVE 'TRAILER CONTROL TOTALS ARE NOT NUMERIC'
                     TO GOSPJRPT-RECORD
                   WRITE GOSPJRPT-RECORD
                   MOVE 'N' TO WS-BALANCE-OK-SW
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      ***************************************************************
      *    2300-TAKE-DETAIL - count and total the detail.  The      *
      *    sequence numbers must strictly ascend: the register       *
      *    restarts a stopped run by them.  An amount that is not   *
      *    numeric is left out of the totals here and out of the    *
      *    outcome totals later alike; GOSPVAL rejects it.           *
      ***************************************************************
       2300-TAKE-DETAIL.
           ADD 1 TO WS-DETAILS-READ.

           IF GOSPAJI-SEQUENCE-NO IS NUMERIC
               IF GOSPAJI-SEQUENCE-NO > WS-PREV-SEQUENCE-NO
                   MOVE GOSPAJI-SEQUENCE-NO TO WS-PREV-SEQUENCE-NO
               ELSE
                   PERFORM 2350-REPORT-BAD-SEQUENCE THRU 2350-EXIT
               END-IF
           ELSE
               PERFORM 2350-REPORT-BAD-SEQUENCE THRU 2350-EXIT
           END-IF.

           IF GOSPAJI-AMOUNT IS NUMERIC
               IF GOSPAJI-AMOUNT > ZERO
                   ADD GOSPAJI-AMOUNT TO WS-INCREASE-TOTAL
               ELSE
                   SUBTRACT GOSPAJI-AMOUNT FROM WS-DECREASE-TOTAL
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

       2350-REPORT-BAD-SEQUENCE.
           MOVE SPACES TO GOSPJRPT-RECORD.
           MOVE WS-DETAILS-READ TO WS-COUNT-DISP.
           STRING 'SEQUENCE NUMBER MISSING OR NOT ASCENDING AT DETAIL '
                  DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
             INTO GOSPJRPT-RECORD.
           WRITE GOSPJRPT-RECORD.
           MOVE 'N' TO WS-BALANCE-OK-SW.
       2350-EXIT.
           EXIT.

      ***************************************************************
      *    2500-CHECK-BALANCE - the trailer's totals must match     *
      *    what the pass read, or the whole batch is rejected.       *
      ***************************************************************
       2500-CHECK-BALANCE.
           IF NOT WS-HEADER-SEEN
               MOVE 'NO BATCH HEADER ON THE UPLOAD FILE'
                 TO GOSPJRPT-RECORD
               WRITE GOSPJRPT-RECORD
               MOVE 'N' TO WS-BALANCE-OK-SW
           END-IF.

           IF NOT WS-TRAILER-SEEN
               MOVE 'NO TRAILER RECORD ON THE UPLOAD FILE - TRUNCATED?'
                 TO GOSPJRPT-RECORD
               WRITE GOSPJRPT-RECORD
               MOVE 'N' TO WS-BALANCE-OK-SW
           ELSE
               IF WS-TRL-RECORD-COUNT NOT = WS-DETAILS-READ
                   MOVE SPACES TO GOSPJRPT-RECORD
                   MOVE WS-TRL-RECORD-COUNT TO WS-COUNT-DISP
                   STRING 'DETAIL COUNT OUT OF BALANCE - TRAILER '
                          DELIMITED BY SIZE
                          WS-COUNT-DISP DELIMITED BY SIZE
                     INTO GOSPJRPT-RECORD
                   WRITE GOSPJRPT-RECORD
                   MOVE 'N' TO WS-BALANCE-OK-SW
               END-IF
               IF WS-TRL-INCREASE-TOTAL NOT = WS-INCREASE-TOTAL
                   MOVE SPACES TO GOSPJRPT-RECORD
                   MOVE WS-TRL-INCREASE-TOTAL TO WS-INCREASE-DISP
                   STRING 'INCREASE TOTAL OUT OF BALANCE - TRAILER '
                          DELIMITED BY SIZE
                          WS-INCREASE-DISP DELIMITED BY SIZE
                     INTO GOSPJRPT-RECORD
                   WRITE GOSPJRPT-RECORD
                   MOVE 'N' TO WS-BALANCE-OK-SW
               END-IF
               IF WS-TRL-DECREASE-TOTAL NOT = WS-DECREASE-TOTAL
                   MOVE SPACES TO GOSPJRPT-RECORD
                   MOVE WS-TRL-DECREASE-TOTAL TO WS-DECREASE-DISP
                   STRING 'DECREASE TOTAL OUT OF BALANCE - TRAILER '
                          DELIMITED BY SIZE
                          WS-DECREASE-DISP DELIMITED BY SIZE
                     INTO GOSPJRPT-RECORD
                   WRITE GOSPJRPT-RECORD
                   MOVE 'N' TO WS-BALANCE-OK-SW
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

      ***************************************************************
      *    3000-APPLY-PASS - the batch balanced.  Take its approval *
      *    limit, find or enter it on the register, then read the   *
      *    upload again from the top and drive or hold each detail  *
      *    not already done.                                          *
      ***************************************************************
       3000-APPLY-PASS.
           PERFORM 3005-LOAD-APPROVAL-LIMIT THRU 3005-EXIT.
           IF WS-BATCH-REFUSED
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3010-OPEN-REGISTER THRU 3010-EXIT.
           IF WS-BATCH-REFUSED
               GO TO 3000-EXIT
           END-IF.

           CLOSE GOSPAJI-FILE.
           OPEN INPUT GOSPAJI-FILE.
           IF WS-GOSPAJI-STATUS NOT = '00'
               DISPLAY 'GOSPAJU: GOSPAJI REOPEN FAILED, FILE STATUS='
                       WS-GOSPAJI-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.

      *    File status 97 just means VSAM verified the cluster on   *
      *    open after an earlier unclean close.                      *
           OPEN I-O GOSPBOR-FILE.
           IF WS-GOSPBOR-STATUS NOT = '00'
              AND WS-GOSPBOR-STATUS NOT = '97'
               DISPLAY 'GOSPAJU: GOSPBOR OPEN FAILED, FILE STATUS='
                       WS-GOSPBOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O GOSPJNL-FILE.
           IF WS-GOSPJNL-STATUS NOT = '00'
              AND WS-GOSPJNL-STATUS NOT = '97'
               DISPLAY 'GOSPAJU: GOSPJNL OPEN FAILED, FILE STATUS='
                       WS-GOSPJNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O GOSPAUD-FILE.
           IF WS-GOSPAUD-STATUS NOT = '00'
              AND WS-GOSPAUD-STATUS NOT = '97'
               DISPLAY 'GOSPAJU: GOSPAUD OPEN FAILED, FILE STATUS='
                       WS-GOSPAUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O GOSPPND-FILE.
           IF WS-GOSPPND-STATUS NOT = '00'
              AND WS-GOSPPND-STATUS NOT = '97'
               DISPLAY 'GOSPAJU: GOSPPND OPEN FAILED, FILE STATUS='
                       WS-GOSPPND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    One EXCI pipe for the whole batch, closed again below.    *
           MOVE SPACES TO GOSPLNK-PARM.
           SET GOSPLNK-MODE-OPEN-SESSION TO TRUE.
           CALL 'GOSPLNK' USING GOSPLNK-PARM, GOSPBLK-AREA.
           IF NOT GOSPLNK-OK
               DISPLAY 'GOSPAJU: EXCI SESSION OPEN FAILED - IS ANY'
                       ' REGION IN THE GOSPRGN LIST AVAILABLE?'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE GOSPLNK-REGION-USED TO WS-LAST-REGION.
           MOVE SPACES TO GOSPJRPT-RECORD.
           STRING 'EXCI SESSION OPEN ON REGION ' DELIMITED BY SIZE
                  WS-LAST-REGION                 DELIMITED BY SIZE
             INTO GOSPJRPT-RECORD.
           WRITE GOSPJRPT-RECORD.

           MOVE 'Y' TO WS-BATCH-TOTALS-SW.
           PERFORM 2100-READ-UPLOAD THRU 2100-EXIT.
           PERFORM 3100-APPLY-ONE-RECORD THRU 3100-EXIT
                   UNTIL WS-EOF OR WS-RUN-STOPPED.

           IF NOT WS-RUN-STOPPED
               SET GOSPAJR-COMPLETE TO TRUE
               PERFORM 3900-REWRITE-REGISTER THRU 3900-EXIT
           END-IF.

           SET GOSPLNK-MODE-CLOSE-SESSION TO TRUE.
           CALL 'GOSPLNK' USING GOSPLNK-PARM, GOSPBLK-AREA.

           CLOSE GOSPBOR-FILE.
           CLOSE GOSPJNL-FILE.
           CLOSE GOSPAUD-FILE.
           CLOSE GOSPPND-FILE.

           IF WS-RUN-STOPPED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF GOSPAJR-TOTAL-COUNT(WS-CAT-REJECTED) > 0
                  OR GOSPAJR-TOTAL-COUNT(WS-CAT-FAILED) > 0
                  OR GOSPAJR-TOTAL-COUNT(WS-CAT-HELD) > 0
                  OR WS-BOR-REPOSTS > 0
                  OR WS-AUDIT-FAILURES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      ***************************************************************
      *    3005-LOAD-APPROVAL-LIMIT - the limit comes from the      *
      *    GOSPCFG record of the upload's own transid, the way      *
      *    GOSPASYN takes an online adjustment's from its            *
      *    originating transid.  With no usable record the limit is *
      *    not known, so the batch is refused rather than driven     *
      *    unchecked; a zero limit on the record holds nothing.      *
      *    GOSPCFG is only read, so it stays open to CICS.            *
      ***************************************************************
       3005-LOAD-APPROVAL-LIMIT.
           OPEN INPUT GOSPCFG-FILE.
           IF WS-GOSPCFG-STATUS NOT = '00'
              AND WS-GOSPCFG-STATUS NOT = '97'
               DISPLAY 'GOSPAJU: GOSPCFG OPEN FAILED, FILE STATUS='
                       WS-GOSPCFG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-UPLOAD-TRANSID TO GOSPCFG-KEY-TRANSID.
           READ GOSPCFG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-GOSPCFG-STATUS = '00'
              AND GOSPCFG-APPROVAL-LIMIT IS NUMERIC
               MOVE GOSPCFG-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT
           ELSE
               MOVE SPACES TO GOSPJRPT-RECORD
               STRING 'NO USABLE GOSPCFG RECORD FOR TRANSID '
                                                  DELIMITED BY SIZE
                      WS-UPLOAD-TRANSID           DELIMITED BY SIZE
                      ', FILE STATUS='            DELIMITED BY SIZE
                      WS-GOSPCFG-STATUS           DELIMITED BY SIZE
                      ' - APPROVAL LIMIT UNKNOWN, NOTHING DRIVEN'
                                                  DELIMITED BY SIZE
                 INTO GOSPJRPT-RECORD
               WRITE GOSPJRPT-RECORD
               MOVE 'Y' TO WS-BATCH-REFUSED-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE GOSPCFG-FILE.
           IF WS-BATCH-REFUSED
               GO TO 3005-EXIT
           END-IF.

           MOVE SPACES TO GOSPJRPT-RECORD.
           MOVE WS-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT-DISP.
           IF WS-APPROVAL-LIMIT > 0
               STRING 'APPROVAL LIMIT '          DELIMITED BY SIZE
                      WS-APPROVAL-LIMIT-DISP     DELIMITED BY SIZE
                      ' - LARGER ADJUSTMENTS ARE HELD FOR GOSV'
                                                 DELIMITED BY SIZE
                 INTO GOSPJRPT-RECORD
           ELSE
               MOVE 'NO APPROVAL LIMIT SET FOR BAJU - NONE HELD'
                 TO GOSPJRPT-RECORD
           END-IF.
           WRITE GOSPJRPT-RECORD.
       3005-EXIT.
           EXIT.

      ***************************************************************
      *    3010-OPEN-REGISTER - a batch new to the register is      *
      *    entered in progress; one in progress resumes after its    *
      *    last detail done; one already complete is refused.        *
      ***************************************************************
       3010-OPEN-REGISTER.
           OPEN I-O GOSPAJR-FILE.
           IF WS-GOSPAJR-STATUS NOT = '00'
              AND WS-GOSPAJR-STATUS NOT = '97'
               DISPLAY 'GOSPAJU: GOSPAJR OPEN FAILED, FILE STATUS='
                       WS-GOSPAJR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-REGISTER-OPEN-SW.

           MOVE WS-BATCH-ID TO GOSPAJR-FILE-BATCH-ID.
           READ GOSPAJR-FILE INTO GOSPAJR-RECORD
               INVALID KEY
                   PERFORM 3020-ENTER-NEW-BATCH THRU 3020-EXIT
                   GO TO 3010-EXIT
           END-READ.
           IF WS-GOSPAJR-STATUS NOT = '00'
               DISPLAY 'GOSPAJU: GOSPAJR READ FAILED, FILE STATUS='
                       WS-GOSPAJR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF GOSPAJR-COMPLETE
               MOVE SPACES TO GOSPJRPT-RECORD
               STRING 'BATCH '                  DELIMITED BY SIZE
                      WS-BATCH-ID               DELIMITED BY SIZE
                      ' WAS POSTED COMPLETE AT ' DELIMITED BY SIZE
                      GOSPAJR-UPDATED-TIMESTAMP DELIMITED BY SIZE
                      ' - REFUSED, NOTHING DRIVEN OR POSTED'
                                                DELIMITED BY SIZE
                 INTO GOSPJRPT-RECORD
               WRITE GOSPJRPT-RECORD
               MOVE 'Y' TO WS-BATCH-REFUSED-SW
               MOVE 8 TO RETURN-CODE
               GO TO 3010-EXIT
           END-IF.

           MOVE SPACES TO GOSPJRPT-RECORD.
           MOVE GOSPAJR-LAST-DONE-SEQ TO WS-SEQ-DISP.
           STRING 'RESUMING BATCH '          DELIMITED BY SIZE
                  WS-BATCH-ID                DELIMITED BY SIZE
                  ' AFTER SEQUENCE '         DELIMITED BY SIZE
                  WS-SEQ-DISP                DELIMITED BY SIZE
                  ' - LAST RUN STOPPED AT '  DELIMITED BY SIZE
                  GOSPAJR-UPDATED-TIMESTAMP  DELIMITED BY SIZE
             INTO GOSPJRPT-RECORD.
           WRITE GOSPJRPT-RECORD.
       3010-EXIT.
           EXIT.

       3020-ENTER-NEW-BATCH.
           INITIALIZE GOSPAJR-RECORD.
           MOVE WS-BATCH-ID        TO GOSPAJR-BATCH-ID.
           SET GOSPAJR-IN-PROGRESS TO TRUE.
           MOVE WS-SUBMIT-USERID   TO GOSPAJR-SUBMIT-USERID.
           MOVE WS-APPROVER-USERID TO GOSPAJR-APPROVER-USERID.
           PERFORM 3910-STAMP-REGISTER THRU 3910-EXIT.

           WRITE GOSPAJR-FILE-RECORD FROM GOSPAJR-RECORD.
           IF WS-GOSPAJR-STATUS NOT = '00'
               DISPLAY 'GOSPAJU: GOSPAJR WRITE FAILED, FILE STATUS='
                       WS-GOSPAJR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3020-EXIT.
           EXIT.

      ***************************************************************
      *    3100-APPLY-ONE-RECORD - the trailer closes the data on    *
      *    this pass too.  Details the register shows done are       *
      *    passed over; the one it shows in flight is reported in    *
      *    doubt rather than driven again.                            *
      ***************************************************************
       3100-APPLY-ONE-RECORD.
           EVALUATE TRUE
               WHEN GOSPAJI-TRAILER
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 3100-EXIT
               WHEN NOT GOSPAJI-DETAIL
                   CONTINUE
               WHEN GOSPAJI-SEQUENCE-NO NOT > GOSPAJR-LAST-DONE-SEQ
                   ADD 1 TO WS-DETAILS-SKIPPED
               WHEN GOSPAJI-SEQUENCE-NO = GOSPAJR-IN-FLIGHT-SEQ
                   PERFORM 3150-REPORT-IN-DOUBT THRU 3150-EXIT
               WHEN OTHER
                   PERFORM 3200-PROCESS-DETAIL THRU 3200-EXIT
           END-EVALUATE.

           PERFORM 2100-READ-UPLOAD THRU 2100-EXIT.
       3100-EXIT.
           EXIT.

      ***************************************************************
      *    3150-REPORT-IN-DOUBT - the earlier run stopped after it   *
      *    sent or held this detail and before it recorded the       *
      *    outcome, so whether YOSPRING applied it, or GOSPPND holds *
      *    it, is not known here.  It is counted failed and not     *
      *    driven again; look for it on GOSPJNL, GOSPAUD and GOSPPND *
      *    (customer/order, submitter's user ID) before correcting  *
      *    it in a new batch.                                         *
      ***************************************************************
       3150-REPORT-IN-DOUBT.
           PERFORM 3210-BUILD-REQUEST THRU 3210-EXIT.
           MOVE SPACES TO GOSP-RESPONSE.
           MOVE ZERO   TO GOSP-RSP-AMOUNT.
           MOVE 'IN DOUBT - SENT OR HELD BY A RUN THAT STOPPED'
             TO GOSP-RSP-STATUS-TEXT.
           MOVE 'IN DOUBT' TO WS-DETAIL-LABEL.
           MOVE WS-CAT-FAILED TO WS-CAT.
           PERFORM 3700-REPORT-DETAIL THRU 3700-EXIT.
           PERFORM 3800-RECORD-DONE THRU 3800-EXIT.
       3150-EXIT.
           EXIT.

      ***************************************************************
      *    3200-PROCESS-DETAIL - edit the detail, drive it if the   *
      *    edits pass - or hold it if it is over the approval       *
      *    limit - then audit, report and record its outcome.        *
      ***************************************************************
       3200-PROCESS-DETAIL.
           PERFORM 3210-BUILD-REQUEST THRU 3210-EXIT.
           CALL 'GOSPVAL' USING GOSP-REQUEST, GOSPVAL-PARM.

           IF GOSPVAL-REQUEST-VALID
               IF WS-APPROVAL-LIMIT > 0
                  AND (GOSP-REQ-AMOUNT > WS-APPROVAL-LIMIT
                    OR GOSP-REQ-AMOUNT < (0 - WS-APPROVAL-LIMIT))
                   PERFORM 3250-HOLD-FOR-APPROVAL THRU 3250-EXIT
               ELSE
                   PERFORM 3300-DRIVE-ADJUSTMENT THRU 3300-EXIT
               END-IF
           ELSE
               MOVE SPACES              TO GOSP-RESPONSE
               MOVE GOSPVAL-STATUS-CODE TO GOSP-RSP-STATUS-CODE
               MOVE GOSPVAL-STATUS-TEXT TO GOSP-RSP-STATUS-TEXT
               MOVE ZERO                TO GOSP-RSP-AMOUNT
               MOVE ZERO                TO WS-TURNAROUND-MS
               MOVE 'R'                 TO WS-CALL-OUTCOME
               MOVE 'REJECTED'          TO WS-DETAIL-LABEL
               MOVE WS-CAT-REJECTED     TO WS-CAT
           END-IF.

      *    A lost session sent nothing - there is no call to audit.  *
           IF WS-SESSION-LOST
               GO TO 3200-EXIT
           END-IF.

           PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
           PERFORM 3700-REPORT-DETAIL THRU 3700-EXIT.

      *    A failed LINK leaves the detail in flight on the          *
      *    register, so a resubmitted run reports it in doubt.       *
           IF WS-RUN-STOPPED
               GO TO 3200-EXIT
           END-IF.

           PERFORM 3800-RECORD-DONE THRU 3800-EXIT.

      *    The adjustment went through but its journal entry did    *
      *    not - stop before the next one so the gap is seen now.    *
           IF WS-JOURNAL-FAILED
               MOVE 'Y' TO WS-RUN-STOPPED-SW
               MOVE 'GOSPJNL WRITE FAILED - RUN STOPPED, SEE JOB LOG'
                 TO GOSPJRPT-RECORD
               WRITE GOSPJRPT-RECORD
           END-IF.
       3200-EXIT.
           EXIT.

      ***************************************************************
      *    3210-BUILD-REQUEST - the 'AJ' request as GOSPRING would   *
      *    build it, under the submitter's user ID.  Its image goes  *
      *    on the GOSPAUD record; the correlation ID stamped here is *
      *    replaced by GOSPLNK's once the request is driven.         *
      ***************************************************************
       3210-BUILD-REQUEST.
           MOVE SPACES               TO GOSP-REQUEST.
           MOVE GOSPAJI-CUSTOMER-NO  TO GOSP-REQ-CUSTOMER-NO.
           MOVE GOSPAJI-ORDER-NO     TO GOSP-REQ-ORDER-NO.
           SET GOSP-REQ-ADJUSTMENT   TO TRUE.
           IF GOSPAJI-AMOUNT IS NUMERIC
               MOVE GOSPAJI-AMOUNT   TO GOSP-REQ-AMOUNT
           ELSE
               MOVE ZERO             TO GOSP-REQ-AMOUNT
           END-IF.
           MOVE GOSPAJI-TRANS-DATE   TO GOSP-REQ-TRANS-DATE.
           MOVE WS-SUBMIT-USERID     TO GOSP-REQ-USERID.
           MOVE SPACES               TO GOSP-REQ-TERMID.
           MOVE WS-UPLOAD-TRANSID    TO GOSP-REQ-TRANSID.

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE        TO WS-STAMP-TIMESTAMP(1:8).
           MOVE WS-STAMP-TIME(1:6)   TO WS-STAMP-TIMESTAMP(9:6).
           MOVE GOSPAJI-SEQUENCE-NO  TO WS-STAMP-SEQUENCE.
           STRING WS-STAMP-DATE(3:6)        DELIMITED BY SIZE
                  WS-STAMP-TIME(1:6)        DELIMITED BY SIZE
                  GOSPAJI-SEQUENCE-NO(4:4)  DELIMITED BY SIZE
             INTO GOSP-REQ-CORRELATION-ID.
       3210-EXIT.
           EXIT.

      ***************************************************************
      *    3250-HOLD-FOR-APPROVAL - park the detail on GOSPPND just  *
      *    as GOSPASYN parks an online one: pending, raised by the   *
      *    submitter under the upload transid, with the limit in    *
      *    force and the whole request image, keyed by the detail's *
      *    correlation ID.  GOSV then shows it for a second user -   *
      *    never the submitter - to approve or reject.  It is put in *
      *    flight first, so a run that stops here never holds it     *
      *    twice.  A hold that cannot be written is failed; nothing  *
      *    was sent.                                                  *
      ***************************************************************
       3250-HOLD-FOR-APPROVAL.
           MOVE GOSPAJI-SEQUENCE-NO TO GOSPAJR-IN-FLIGHT-SEQ.
           PERFORM 3900-REWRITE-REGISTER THRU 3900-EXIT.

           MOVE SPACES                  TO GOSPPND-RECORD.
           MOVE GOSP-REQ-CORRELATION-ID TO GOSPPND-CORREL-ID.
           SET GOSPPND-STATUS-PENDING   TO TRUE.
           MOVE WS-STAMP-TIMESTAMP      TO GOSPPND-RAISED-TIMESTAMP.
           MOVE WS-SUBMIT-USERID        TO GOSPPND-ORIG-USERID.
           MOVE SPACES                  TO GOSPPND-ORIG-TERMID.
           MOVE WS-UPLOAD-TRANSID       TO GOSPPND-ORIG-TRANSID.
           MOVE WS-APPROVAL-LIMIT       TO GOSPPND-APPROVAL-LIMIT.
           MOVE GOSP-REQUEST            TO GOSPPND-REQUEST-IMAGE.

           WRITE GOSPPND-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

           MOVE SPACES TO GOSP-RESPONSE.
           MOVE ZERO   TO GOSP-RSP-AMOUNT.
           MOVE ZERO   TO WS-TURNAROUND-MS.
           IF WS-GOSPPND-STATUS = '00'
               MOVE '4301' TO GOSP-RSP-STATUS-CODE
               MOVE 'ADJUSTMENT HELD FOR SUPERVISOR APPROVAL ON GOSV'
                 TO GOSP-RSP-STATUS-TEXT
               MOVE 'H'         TO WS-CALL-OUTCOME
               MOVE 'HELD'      TO WS-DETAIL-LABEL
               MOVE WS-CAT-HELD TO WS-CAT
           ELSE
               MOVE '9999' TO GOSP-RSP-STATUS-CODE
               STRING 'GOSPPND WRITE FAILED, FILE STATUS='
                                            DELIMITED BY SIZE
                      WS-GOSPPND-STATUS     DELIMITED BY SIZE
                      ' - ADJ NOT HELD'     DELIMITED BY SIZE
                 INTO GOSP-RSP-STATUS-TEXT
               MOVE 'E'           TO WS-CALL-OUTCOME
               MOVE 'FAILED'      TO WS-DETAIL-LABEL
               MOVE WS-CAT-FAILED TO WS-CAT
           END-IF.
       3250-EXIT.
           EXIT.

      ***************************************************************
      *    3300-DRIVE-ADJUSTMENT - mark the detail in flight, drive  *
      *    it over the session, and sort the reply into posted,      *
      *    rejected or failed the way GOSPRING outcomes it online:   *
      *    a 41xx edit or 4501-4504 customer refusal is rejected,    *
      *    4505 (customer master down) failed; a reply YOSPRING      *
      *    gave other than '0000' is rejected, or failed for a 9xxx  *
      *    service failure.  A LINK that failed on every region in   *
      *    the GOSPRGN list stops the run with the detail left in    *
      *    flight - it may or may not have been applied.              *
      ***************************************************************
       3300-DRIVE-ADJUSTMENT.
           MOVE GOSPAJI-SEQUENCE-NO TO GOSPAJR-IN-FLIGHT-SEQ.
           PERFORM 3900-REWRITE-REGISTER THRU 3900-EXIT.

           MOVE GOSP-REQ-CUSTOMER-NO  TO GOSPLNK-CUSTOMER-NO.
           MOVE GOSP-REQ-ORDER-NO     TO GOSPLNK-ORDER-NO.
           MOVE GOSP-REQ-INQUIRY-TYPE TO GOSPLNK-INQUIRY-TYPE.
           MOVE GOSP-REQ-AMOUNT       TO GOSPLNK-AMOUNT.
           MOVE GOSP-REQ-TRANS-DATE   TO GOSPLNK-TRANS-DATE.
           SET GOSPLNK-MODE-SESSION-REQ TO TRUE.

           ACCEPT WS-START-TIME FROM TIME.
           CALL 'GOSPLNK' USING GOSPLNK-PARM, GOSPBLK-AREA.
           ACCEPT WS-END-TIME FROM TIME.
           PERFORM 3310-TIME-THE-CALL THRU 3310-EXIT.

      *    A region change means GOSPLNK failed over mid-run - the  *
      *    report shows where the work went from here on.            *
           IF GOSPLNK-REGION-USED NOT = SPACES
              AND GOSPLNK-REGION-USED NOT = WS-LAST-REGION
               MOVE GOSPLNK-REGION-USED TO WS-LAST-REGION
               MOVE SPACES TO GOSPJRPT-RECORD
               STRING 'WORK NOW ROUTED TO REGION ' DELIMITED BY SIZE
                      WS-LAST-REGION               DELIMITED BY SIZE
                 INTO GOSPJRPT-RECORD
               WRITE GOSPJRPT-RECORD
           END-IF.

           IF GOSPLNK-CORREL-ID NOT = SPACES
               MOVE GOSPLNK-CORREL-ID TO GOSP-REQ-CORRELATION-ID
           END-IF.
           MOVE SPACES                  TO GOSP-RESPONSE.
           MOVE GOSPLNK-RSP-STATUS-CODE TO GOSP-RSP-STATUS-CODE.
           MOVE GOSPLNK-RSP-STATUS-TEXT TO GOSP-RSP-STATUS-TEXT.
           IF GOSPLNK-RSP-AMOUNT IS NUMERIC
               MOVE GOSPLNK-RSP-AMOUNT  TO GOSP-RSP-AMOUNT
           ELSE
               MOVE ZERO                TO GOSP-RSP-AMOUNT
           END-IF.

           EVALUATE TRUE
               WHEN GOSPLNK-OK AND GOSP-RSP-SUCCESS
                   PERFORM 3400-POST-ADJUSTMENT THRU 3400-EXIT
                   MOVE 'J'             TO WS-CALL-OUTCOME
                   MOVE 'POSTED'        TO WS-DETAIL-LABEL
                   MOVE WS-CAT-POSTED   TO WS-CAT
               WHEN GOSPLNK-OK AND GOSP-RSP-STATUS-CODE(1:1) = '9'
                   MOVE 'S'             TO WS-CALL-OUTCOME
                   MOVE 'FAILED'        TO WS-DETAIL-LABEL
                   MOVE WS-CAT-FAILED   TO WS-CAT
               WHEN GOSPLNK-OK
                   MOVE 'S'             TO WS-CALL-OUTCOME
                   MOVE 'REJECTED'      TO WS-DETAIL-LABEL
                   MOVE WS-CAT-REJECTED TO WS-CAT
               WHEN GOSPLNK-REJECTED AND GOSP-RSP-STATUS-CODE = '4505'
                   MOVE 'E'             TO WS-CALL-OUTCOME
                   MOVE 'FAILED'        TO WS-DETAIL-LABEL
                   MOVE WS-CAT-FAILED   TO WS-CAT
               WHEN GOSPLNK-REJECTED
                   MOVE 'R'             TO WS-CALL-OUTCOME
                   MOVE 'REJECTED'      TO WS-DETAIL-LABEL
                   MOVE WS-CAT-REJECTED TO WS-CAT
               WHEN GOSPLNK-LINK-FAILED
                   MOVE '9999'          TO GOSP-RSP-STATUS-CODE
                   MOVE 'EXCI LINK FAILED ON EVERY REGION - RUN STOPPED'
                     TO GOSP-RSP-STATUS-TEXT
                   MOVE 'E'             TO WS-CALL-OUTCOME
                   MOVE 'IN DOUBT'      TO WS-DETAIL-LABEL
                   MOVE WS-CAT-FAILED   TO WS-CAT
                   MOVE 'Y'             TO WS-RUN-STOPPED-SW
               WHEN OTHER
                   PERFORM 3350-SESSION-LOST THRU 3350-EXIT
           END-EVALUATE.
       3300-EXIT.
           EXIT.

      ***************************************************************
      *    3310-TIME-THE-CALL - elapsed milliseconds across the      *
      *    CALL, allowing for a call that spans midnight.             *
      ***************************************************************
       3310-TIME-THE-CALL.
           COMPUTE WS-START-CS = WS-START-HH * 360000
                               + WS-START-MM * 6000
                               + WS-START-SS * 100
                               + WS-START-CC.
           COMPUTE WS-END-CS   = WS-END-HH * 360000
                               + WS-END-MM * 6000
                               + WS-END-SS * 100
                               + WS-END-CC.
           IF WS-END-CS < WS-START-CS
               ADD 8640000 TO WS-END-CS
           END-IF.
           COMPUTE WS-TURNAROUND-MS = (WS-END-CS - WS-START-CS) * 10.
       3310-EXIT.
           EXIT.

      ***************************************************************
      *    3350-SESSION-LOST - GOSPLNK no longer had a pipe open, so *
      *    the detail was never sent: it comes off in-flight, and    *
      *    the run stops for a resubmission to pick it up again.     *
      ***************************************************************
       3350-SESSION-LOST.
           MOVE ZERO TO GOSPAJR-IN-FLIGHT-SEQ.
           PERFORM 3900-REWRITE-REGISTER THRU 3900-EXIT.
           MOVE 'Y' TO WS-SESSION-LOST-SW.
           MOVE 'Y' TO WS-RUN-STOPPED-SW.

           MOVE SPACES TO GOSPJRPT-RECORD.
           MOVE GOSPAJI-SEQUENCE-NO TO WS-SEQ-DISP.
           STRING 'EXCI SESSION LOST BEFORE SEQUENCE ' DELIMITED BY SIZE
                  WS-SEQ-DISP                          DELIMITED BY SIZE
                  ' WAS SENT - RUN STOPPED'            DELIMITED BY SIZE
             INTO GOSPJRPT-RECORD.
           DISPLAY 'GOSPAJU: ' GOSPJRPT-RECORD(1:70).
           WRITE GOSPJRPT-RECORD.
       3350-EXIT.
           EXIT.

      ***************************************************************
      *    3400-POST-ADJUSTMENT - YOSPRING accepted the adjustment,  *
      *    so bring GOSPBOR into line with it exactly as GOSPRING    *
      *    does online: the reply amount becomes the expected        *
      *    amount, and a key not yet on the book of record is        *
      *    added.  A failed post does not undo the adjustment - it   *
      *    is journaled for GOSPGLI to repost.                        *
      ***************************************************************
       3400-POST-ADJUSTMENT.
           MOVE SPACES             TO GOSPJNL-RECORD.
           MOVE WS-STAMP-TIMESTAMP TO GOSPJNL-KEY-TIMESTAMP.
           MOVE WS-STAMP-SEQUENCE  TO GOSPJNL-KEY-SEQUENCE.
           MOVE ZERO               TO GOSPJNL-BEFORE-AMOUNT.

           MOVE SPACES               TO GOSPBOR-RECORD.
           MOVE GOSP-REQ-CUSTOMER-NO TO GOSPBOR-CUSTOMER-NO.
           MOVE GOSP-REQ-ORDER-NO    TO GOSPBOR-ORDER-NO.

           READ GOSPBOR-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           EVALUATE WS-GOSPBOR-STATUS
               WHEN '00'
                   MOVE 'Y' TO GOSPJNL-BEFORE-SW
                   MOVE GOSPBOR-EXPECTED-AMOUNT
                     TO GOSPJNL-BEFORE-AMOUNT
                   MOVE GOSP-RSP-AMOUNT TO GOSPBOR-EXPECTED-AMOUNT
                   MOVE GOSPJNL-KEY-TIMESTAMP
                     TO GOSPBOR-LAST-ADJ-TIMESTAMP
                   REWRITE GOSPBOR-RECORD
               WHEN '23'
                   MOVE 'N' TO GOSPJNL-BEFORE-SW
                   MOVE SPACES TO GOSPBOR-RECORD
                   MOVE GOSP-REQ-CUSTOMER-NO TO GOSPBOR-CUSTOMER-NO
                   MOVE GOSP-REQ-ORDER-NO    TO GOSPBOR-ORDER-NO
                   MOVE GOSP-RSP-AMOUNT  TO GOSPBOR-EXPECTED-AMOUNT
                   MOVE SPACES           TO GOSPBOR-EXPECTED-STATUS
                   MOVE GOSPJNL-KEY-TIMESTAMP
                     TO GOSPBOR-LAST-ADJ-TIMESTAMP
                   WRITE GOSPBOR-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN OTHER
                   MOVE 'U' TO GOSPJNL-BEFORE-SW
           END-EVALUATE.

           IF WS-GOSPBOR-STATUS = '00'
               MOVE 'P' TO GOSPJNL-POST-STATUS
               MOVE 0   TO GOSPJNL-BOR-RESP
           ELSE
               MOVE 'F' TO GOSPJNL-POST-STATUS
               IF WS-GOSPBOR-STATUS IS NUMERIC
                   MOVE WS-GOSPBOR-STATUS-NUM TO GOSPJNL-BOR-RESP
               ELSE
                   MOVE 99 TO GOSPJNL-BOR-RESP
               END-IF
               ADD 1 TO WS-BOR-REPOSTS
               MOVE SPACES TO GOSPJRPT-RECORD
               MOVE GOSPAJI-SEQUENCE-NO TO WS-SEQ-DISP
               STRING 'GOSPBOR POST FAILED FOR SEQUENCE '
                                                   DELIMITED BY SIZE
                      WS-SEQ-DISP                  DELIMITED BY SIZE
                      ', FILE STATUS='             DELIMITED BY SIZE
                      WS-GOSPBOR-STATUS            DELIMITED BY SIZE
                      ' - JOURNALED FOR REPOST BY GOSPGLI'
                                                   DELIMITED BY SIZE
                 INTO GOSPJRPT-RECORD
               WRITE GOSPJRPT-RECORD
           END-IF.

           PERFORM 3450-WRITE-JOURNAL THRU 3450-EXIT.
       3400-EXIT.
           EXIT.

      ***************************************************************
      *    3450-WRITE-JOURNAL - journal the adjustment on GOSPJNL    *
      *    whether or not the GOSPBOR post worked.  Only a detail    *
      *    within the approval limit is driven from here, so, as     *
      *    for one within it online, no approver is recorded.         *
      ***************************************************************
       3450-WRITE-JOURNAL.
           MOVE GOSP-REQ-CUSTOMER-NO    TO GOSPJNL-CUSTOMER-NO.
           MOVE GOSP-REQ-ORDER-NO       TO GOSPJNL-ORDER-NO.
           MOVE GOSP-REQ-AMOUNT         TO GOSPJNL-ADJ-AMOUNT.
           MOVE GOSP-RSP-AMOUNT         TO GOSPJNL-AFTER-AMOUNT.
           MOVE GOSP-REQ-USERID         TO GOSPJNL-USERID.
           MOVE GOSP-REQ-TERMID         TO GOSPJNL-TERMID.
           MOVE GOSP-REQ-TRANSID        TO GOSPJNL-TRANSID.
           MOVE SPACES                  TO GOSPJNL-APPROVER-USERID.
           MOVE GOSP-REQ-CORRELATION-ID TO GOSPJNL-CORREL-ID.
           MOVE 'GOSPAJU'               TO GOSPJNL-SOURCE-PROGRAM.

           WRITE GOSPJNL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-GOSPJNL-STATUS NOT = '00'
               DISPLAY 'GOSPAJU: GOSPJNL WRITE FAILED, FILE STATUS='
                       WS-GOSPJNL-STATUS
               DISPLAY 'GOSPAJU: NOT JOURNALED - CUST='
                       GOSP-REQ-CUSTOMER-NO ' ORDER='
                       GOSP-REQ-ORDER-NO ' CORREL='
                       GOSP-REQ-CORRELATION-ID
               MOVE 'Y' TO WS-JOURNAL-FAILED-SW
           END-IF.
       3450-EXIT.
           EXIT.

      ***************************************************************
      *    3600-WRITE-AUDIT - one GOSPAUD record for every detail    *
      *    edited or driven, in the shape GOSPRING writes online,    *
      *    under the batch's submitter.  A failed write is counted   *
      *    and reported but does not stop the batch.                 *
      ***************************************************************
       3600-WRITE-AUDIT.
           MOVE SPACES                  TO GOSPAUD-RECORD.
           MOVE WS-STAMP-TIMESTAMP      TO GOSPAUD-KEY-TIMESTAMP.
           MOVE WS-STAMP-SEQUENCE       TO GOSPAUD-KEY-SEQUENCE.
           MOVE WS-UPLOAD-TRANSID       TO GOSPAUD-TRANSID.
           MOVE SPACES                  TO GOSPAUD-TERMID.
           MOVE WS-SUBMIT-USERID        TO GOSPAUD-USERID.
           MOVE WS-TARGET-PROGRAM       TO GOSPAUD-TARGET-PROGRAM.
           MOVE WS-CALL-OUTCOME         TO GOSPAUD-OUTCOME.
           MOVE 0                       TO GOSPAUD-RETRY-COUNT.
           MOVE 0                       TO GOSPAUD-RESP.
           MOVE 0                       TO GOSPAUD-RESP2.
           MOVE WS-TURNAROUND-MS        TO GOSPAUD-TURNAROUND-MS.
           MOVE GOSP-REQUEST            TO GOSPAUD-REQUEST-SENT.
           MOVE GOSP-RESPONSE           TO GOSPAUD-RESPONSE-RECEIVED.
           MOVE 0                       TO GOSPAUD-HIST-LINE-COUNT.
           MOVE GOSP-REQ-CORRELATION-ID TO GOSPAUD-CORREL-ID.

           WRITE GOSPAUD-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-GOSPAUD-STATUS NOT = '00'
               ADD 1 TO WS-AUDIT-FAILURES
               DISPLAY 'GOSPAJU: GOSPAUD WRITE FAILED, FILE STATUS='
                       WS-GOSPAUD-STATUS ' CORREL='
                       GOSP-REQ-CORRELATION-ID
           END-IF.
       3600-EXIT.
           EXIT.

      ***************************************************************
      *    3700-REPORT-DETAIL - one report line per detail: the new *
      *    book-of-record amount for one posted, the status code    *
      *    and text for any other, held included.                     *
      ***************************************************************
       3700-REPORT-DETAIL.
           MOVE SPACES TO GOSPJRPT-RECORD.
           MOVE GOSP-REQ-AMOUNT TO WS-AMOUNT-DISP.
           IF WS-CAT = WS-CAT-POSTED
               MOVE GOSP-RSP-AMOUNT TO WS-NEW-AMOUNT-DISP
               STRING WS-DETAIL-LABEL         DELIMITED BY SIZE
                      ' SEQ='                 DELIMITED BY SIZE
                      GOSPAJI-SEQUENCE-NO     DELIMITED BY SIZE
                      ' CUST='                DELIMITED BY SIZE
                      GOSP-REQ-CUSTOMER-NO    DELIMITED BY SIZE
                      ' ORDER='               DELIMITED BY SIZE
                      GOSP-REQ-ORDER-NO       DELIMITED BY SIZE
                      ' AMOUNT='              DELIMITED BY SIZE
                      WS-AMOUNT-DISP          DELIMITED BY SIZE
                      ' NOW='                 DELIMITED BY SIZE
                      WS-NEW-AMOUNT-DISP      DELIMITED BY SIZE
                      ' CORREL='              DELIMITED BY SIZE
                      GOSP-REQ-CORRELATION-ID DELIMITED BY SIZE
                 INTO GOSPJRPT-RECORD
           ELSE
               STRING WS-DETAIL-LABEL         DELIMITED BY SIZE
                      ' SEQ='                 DELIMITED BY SIZE
                      GOSPAJI-SEQUENCE-NO     DELIMITED BY SIZE
                      ' CUST='                DELIMITED BY SIZE
                      GOSP-REQ-CUSTOMER-NO    DELIMITED BY SIZE
                      ' ORDER='               DELIMITED BY SIZE
                      GOSP-REQ-ORDER-NO       DELIMITED BY SIZE
                      ' AMOUNT='              DELIMITED BY SIZE
                      WS-AMOUNT-DISP          DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      GOSP-RSP-STATUS-CODE    DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      GOSP-RSP-STATUS-TEXT    DELIMITED BY SIZE
                 INTO GOSPJRPT-RECORD
           END-IF.
           WRITE GOSPJRPT-RECORD.
       3700-EXIT.
           EXIT.

      ***************************************************************
      *    3800-RECORD-DONE - add the detail to its outcome's        *
      *    totals and move the register past it.                      *
      ***************************************************************
       3800-RECORD-DONE.
           ADD 1 TO GOSPAJR-TOTAL-COUNT(WS-CAT).
           ADD 1 TO WS-RUN-COUNT(WS-CAT).
           IF GOSPAJI-AMOUNT IS NUMERIC
               IF GOSPAJI-AMOUNT > ZERO
                   ADD GOSPAJI-AMOUNT
                     TO GOSPAJR-TOTAL-INCREASE(WS-CAT)
               ELSE
                   SUBTRACT GOSPAJI-AMOUNT
                     FROM GOSPAJR-TOTAL-DECREASE(WS-CAT)
               END-IF
           END-IF.

           MOVE GOSPAJI-SEQUENCE-NO TO GOSPAJR-LAST-DONE-SEQ.
           MOVE ZERO                TO GOSPAJR-IN-FLIGHT-SEQ.
           PERFORM 3900-REWRITE-REGISTER THRU 3900-EXIT.
       3800-EXIT.
           EXIT.

      ***************************************************************
      *    3900-REWRITE-REGISTER - the register is the restart       *
      *    point; a batch that cannot keep it cannot safely go on.   *
      ***************************************************************
       3900-REWRITE-REGISTER.
           PERFORM 3910-STAMP-REGISTER THRU 3910-EXIT.
           REWRITE GOSPAJR-FILE-RECORD FROM GOSPAJR-RECORD.
           IF WS-GOSPAJR-STATUS NOT = '00'
               DISPLAY 'GOSPAJU: GOSPAJR REWRITE FAILED, FILE STATUS='
                       WS-GOSPAJR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3900-EXIT.
           EXIT.

       3910-STAMP-REGISTER.
           ACCEPT WS-REG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-REG-TIME FROM TIME.
           MOVE WS-REG-DATE      TO GOSPAJR-UPDATED-TIMESTAMP(1:8).
           MOVE WS-REG-TIME(1:6) TO GOSPAJR-UPDATED-TIMESTAMP(9:6).
       3910-EXIT.
           EXIT.

      ***************************************************************
      *    4000-TERMINATE - write the run summary and close the     *
      *    files.                                                    *
      ***************************************************************
       4000-TERMINATE.
           IF WS-BATCH-TOTALS-KNOWN
               PERFORM 4100-WRITE-BATCH-TOTALS THRU 4100-EXIT
           END-IF.

           MOVE SPACES TO GOSPJRPT-RECORD.
           MOVE WS-RECORDS-READ TO WS-COUNT-DISP.
           STRING 'UPLOAD RECORDS READ : ' DELIMITED BY SIZE
                  WS-COUNT-DISP            DELIMITED BY SIZE
             INTO GOSPJRPT-RECORD.
           WRITE GOSPJRPT-RECORD.

           MOVE SPACES TO GOSPJRPT-RECORD.
           MOVE WS-DETAILS-SKIPPED TO WS-COUNT-DISP.
           STRING 'DONE BY EARLIER RUN : ' DELIMITED BY SIZE
                  WS-COUNT-DISP            DELIMITED BY SIZE
             INTO GOSPJRPT-RECORD.
           WRITE GOSPJRPT-RECORD.

           MOVE SPACES TO GOSPJRPT-RECORD.
           MOVE WS-RUN-COUNT(WS-CAT-POSTED) TO WS-COUNT-DISP.
           STRING 'POSTED THIS RUN     : ' DELIMITED BY SIZE
                  WS-COUNT-DISP            DELIMITED BY SIZE
             INTO GOSPJRPT-RECORD.
           WRITE GOSPJRPT-RECORD.

           MOVE SPACES TO GOSPJRPT-RECORD.
           MOVE WS-RUN-COUNT(WS-CAT-HELD) TO WS-COUNT-DISP.
           STRING 'HELD THIS RUN       : ' DELIMITED BY SIZE
                  WS-COUNT-DISP            DELIMITED BY SIZE
             INTO GOSPJRPT-RECORD.
           WRITE GOSPJRPT-RECORD.

           MOVE SPACES TO GOSPJRPT-RECORD.
           MOVE WS-RUN-COUNT(WS-CAT-REJECTED) TO WS-COUNT-DISP.
           STRING 'REJECTED THIS RUN   : ' DELIMITED BY SIZE
                  WS-COUNT-DISP            DELIMITED BY SIZE
             INTO GOSPJRPT-RECORD.
           WRITE GOSPJRPT-RECORD.

           MOVE SPACES TO GOSPJRPT-RECORD.
           MOVE WS-RUN-COUNT(WS-CAT-FAILED) TO WS-COUNT-DISP.
           STRING 'FAILED THIS RUN     : ' DELIMITED BY SIZE
                  WS-COUNT-DISP            DELIMITED BY SIZE
             INTO GOSPJRPT-RECORD.
           WRITE GOSPJRPT-RECORD.

           IF WS-BOR-REPOSTS > 0
               MOVE SPACES TO GOSPJRPT-RECORD
               MOVE WS-BOR-REPOSTS TO WS-COUNT-DISP
               STRING 'GOSPBOR REPOSTS DUE : ' DELIMITED BY SIZE
                      WS-COUNT-DISP            DELIMITED BY SIZE
                 INTO GOSPJRPT-RECORD
               WRITE GOSPJRPT-RECORD
           END-IF.

           IF WS-AUDIT-FAILURES > 0
               MOVE SPACES TO GOSPJRPT-RECORD
               MOVE WS-AUDIT-FAILURES TO WS-COUNT-DISP
               STRING 'GOSPAUD WRITES LOST : ' DELIMITED BY SIZE
                      WS-COUNT-DISP            DELIMITED BY SIZE
                 INTO GOSPJRPT-RECORD
               WRITE GOSPJRPT-RECORD
           END-IF.

           IF WS-REGISTER-OPEN
               CLOSE GOSPAJR-FILE
           END-IF.
           CLOSE GOSPAJI-FILE.
           CLOSE GOSPJRPT-FILE.
       4000-EXIT.
           EXIT.

      ***************************************************************
      *    4100-WRITE-BATCH-TOTALS - the batch-to-date outcome       *
      *    totals from the register, beside the trailer's, so the    *
      *    run balances back to the file that was submitted.          *
      ***************************************************************
       4100-WRITE-BATCH-TOTALS.
           MOVE SPACES TO GOSPJRPT-RECORD.
           STRING 'BATCH '              DELIMITED BY SIZE
                  WS-BATCH-ID           DELIMITED BY SIZE
                  ' TOTALS        COUNT'
                                        DELIMITED BY SIZE
                  '        INCREASES        DECREASES'
                                        DELIMITED BY SIZE
             INTO GOSPJRPT-RECORD.
           WRITE GOSPJRPT-RECORD.

           MOVE 'SUBMITTED (TRAILER)' TO WS-TOTAL-LABEL.
           MOVE WS-TRL-RECORD-COUNT   TO WS-COUNT-DISP.
           MOVE WS-TRL-INCREASE-TOTAL TO WS-INCREASE-DISP.
           MOVE WS-TRL-DECREASE-TOTAL TO WS-DECREASE-DISP.
           PERFORM 4120-WRITE-TOTAL-LINE THRU 4120-EXIT.

           MOVE ZERO TO WS-ACCOUNTED-COUNT.
           MOVE ZERO TO WS-ACCOUNTED-INCREASE.
           MOVE ZERO TO WS-ACCOUNTED-DECREASE.
           MOVE 1 TO WS-CAT.
           PERFORM 4110-WRITE-ONE-OUTCOME THRU 4110-EXIT
                   UNTIL WS-CAT > WS-CAT-MAX.

           MOVE 'ACCOUNTED FOR'       TO WS-TOTAL-LABEL.
           MOVE WS-ACCOUNTED-COUNT    TO WS-COUNT-DISP.
           MOVE WS-ACCOUNTED-INCREASE TO WS-INCREASE-DISP.
           MOVE WS-ACCOUNTED-DECREASE TO WS-DECREASE-DISP.
           PERFORM 4120-WRITE-TOTAL-LINE THRU 4120-EXIT.

           IF WS-ACCOUNTED-COUNT    = WS-TRL-RECORD-COUNT
              AND WS-ACCOUNTED-INCREASE = WS-TRL-INCREASE-TOTAL
              AND WS-ACCOUNTED-DECREASE = WS-TRL-DECREASE-TOTAL
               MOVE 'BATCH BALANCED - OUTCOMES ADD BACK TO THE TRAILER'
                 TO GOSPJRPT-RECORD
           ELSE
               MOVE 'NOT YET BALANCED - RESUBMIT UNCHANGED TO FINISH'
                 TO GOSPJRPT-RECORD
           END-IF.
           WRITE GOSPJRPT-RECORD.
       4100-EXIT.
           EXIT.

       4110-WRITE-ONE-OUTCOME.
           MOVE WS-CAT-LABEL(WS-CAT) TO WS-TOTAL-LABEL.
           MOVE GOSPAJR-TOTAL-COUNT(WS-CAT)    TO WS-COUNT-DISP.
           MOVE GOSPAJR-TOTAL-INCREASE(WS-CAT) TO WS-INCREASE-DISP.
           MOVE GOSPAJR-TOTAL-DECREASE(WS-CAT) TO WS-DECREASE-DISP.
           PERFORM 4120-WRITE-TOTAL-LINE THRU 4120-EXIT.

           ADD GOSPAJR-TOTAL-COUNT(WS-CAT)    TO WS-ACCOUNTED-COUNT.
           ADD GOSPAJR-TOTAL-INCREASE(WS-CAT) TO WS-ACCOUNTED-INCREASE.
           ADD GOSPAJR-TOTAL-DECREASE(WS-CAT) TO WS-ACCOUNTED-DECREASE.
           ADD 1 TO WS-CAT.
       4110-EXIT.
           EXIT.

       4120-WRITE-TOTAL-LINE.
           MOVE SPACES TO GOSPJRPT-RECORD.
           STRING WS-TOTAL-LABEL   DELIMITED BY SIZE
                  '   '            DELIMITED BY SIZE
                  WS-COUNT-DISP    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-INCREASE-DISP DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-DECREASE-DISP DELIMITED BY SIZE
             INTO GOSPJRPT-RECORD.
           WRITE GOSPJRPT-RECORD.
       4120-EXIT.
           EXIT.

      ***************************************************************
      *    4900-RUN-CONTROL-END - close this step's ledger entry     *
      *    with its return code and this run's counts.  The CALL     *
      *    leaves its own return code behind, so the step's is put   *
      *    back after it.                                            *
      ***************************************************************
       4900-RUN-CONTROL-END.
           SET GOSPRUNP-STEP-END TO TRUE.
           MOVE RETURN-CODE TO GOSPRUNP-STEP-RC.
           MOVE 'POST' TO GOSPRUNP-COUNT-LABEL(1).
           MOVE WS-RUN-COUNT(WS-CAT-POSTED) TO GOSPRUNP-COUNT-VALUE(1).
           MOVE 'REJ ' TO GOSPRUNP-COUNT-LABEL(2).
           MOVE WS-RUN-COUNT(WS-CAT-REJECTED)
             TO GOSPRUNP-COUNT-VALUE(2).
           MOVE 'FAIL' TO GOSPRUNP-COUNT-LABEL(3).
           MOVE WS-RUN-COUNT(WS-CAT-FAILED) TO GOSPRUNP-COUNT-VALUE(3).
           CALL 'GOSPRUNL' USING GOSPRUNP-PARM.
           IF GOSPRUNP-LEDGER-UNAVAILABLE
               DISPLAY 'GOSPAJU: ' GOSPRUNP-MESSAGE
           END-IF.
           MOVE GOSPRUNP-STEP-RC TO RETURN-CODE.
       4900-EXIT.
           EXIT.
