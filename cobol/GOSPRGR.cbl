      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*

      *****************************************************************
      * GOSPRGR - release regression replay of production traffic     *
      *           against a test region.                              *
      *                                                               *
      * A new Spring Boot build behind YOSPRING used to go live with  *
      * nobody checking that it answers the same as the last one.     *
      * This job takes one business day of GOSPAUD audit records -    *
      * an unload of the live trail or an archive generation - and    *
      * drives the read-only requests among them (OI, CI and OH;     *
      * never an AJ adjustment, which would change the order) again   *
      * through GOSPLNK, against the test region(s) named in the     *
      * job's own GOSPRGN list, where the new build is installed.     *
      * Each new reply is compared with what was recorded:            *
      *                                                               *
      *  - the status code;                                           *
      *  - the amount, for the single-amount inquiries;               *
      *  - for an order history, the number of detail lines and the  *
      *    fingerprint of the lines (their total amount and checksum, *
      *    see GOSPAUD-HIST-DIGEST).  When the lines differ, the      *
      *    replayed lines are listed under the difference so the     *
      *    analyst can see what the new build now returns.  A record *
      *    written before the fingerprint was kept is compared on     *
      *    its line count alone, and counted as such.                 *
      *                                                               *
      * Only requests that completed normally on the day (outcome     *
      * 'S') are replayed - a call that failed, failed over to the   *
      * backup program, was rejected before the LINK, or only handed  *
      * off to the decoupled transaction recorded no YOSPRING answer *
      * to compare against.  The status text is not compared; it is  *
      * free wording, not part of the answer.                          *
      *                                                               *
      * GOSPRGR1 lists every difference keyed by the correlation ID   *
      * of the original request (its GOSPAUD key when the record      *
      * pre-dates correlation IDs), every request that could not be   *
      * replayed, and the totals: identical, changed and failed.      *
      *                                                               *
      * The replay must never reach production.  Before any request  *
      * is sent, the GOSPRGN test list is checked against the         *
      * production region list on GOSPPRGN and against GOSPLNK's      *
      * built-in default region: an empty test list, or any region    *
      * that also appears in production, stops the job with RC 16.   *
      *                                                               *
      * PARM='DATE=YYYYMMDD' names the business day to replay; any    *
      * other day's records on the input are passed over.  Return     *
      * code 0 = every replayed answer identical; 4 = answers changed *
      * (hold the release until they are explained); 8 = requests    *
      * could not be replayed, or there was nothing to replay, so    *
      * the comparison is incomplete.                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOSPRGR.
       AUTHOR. APPLICATION-DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOSPAUDR-FILE ASSIGN TO GOSPAUDR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOSPAUDR-STATUS.

           SELECT GOSPRGN-FILE ASSIGN TO GOSPRGN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOSPRGN-STATUS.

           SELECT OPTIONAL GOSPPRGN-FILE ASSIGN TO GOSPPRGN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOSPPRGN-STATUS.

           SELECT GOSPRGR1-FILE ASSIGN TO GOSPRGR1
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GOSPAUDR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPAUD.

      *---------------------------------------------------------------*
      *    Region list cards, in the GOSPLNK layout - one APPLID per *
      *    record.  GOSPRGN is the test list this job's requests     *
      *    go to; GOSPPRGN is the production list they must not.      *
      *---------------------------------------------------------------*
       FD  GOSPRGN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPRGN-RECORD.
           05  GOSPRGN-APPLID             PIC X(04).
           05  GOSPRGN-FILLER             PIC X(76).

       FD  GOSPPRGN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPPRGN-RECORD.
           05  GOSPPRGN-APPLID            PIC X(04).
           05  GOSPPRGN-FILLER            PIC X(76).

       FD  GOSPRGR1-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPRGR1-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-GOSPAUDR-STATUS             PIC X(02) VALUE '00'.
       77  WS-GOSPRGN-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPPRGN-STATUS             PIC X(02) VALUE '00'.
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                         VALUE 'Y'.
       77  WS-RGN-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-RGN-EOF                     VALUE 'Y'.
       77  WS-CHANGED-SW                  PIC X(01) VALUE 'N'.
           88  WS-CHANGED                     VALUE 'Y'.
       77  WS-HIST-CHANGED-SW             PIC X(01) VALUE 'N'.
           88  WS-HIST-CHANGED                VALUE 'Y'.
       77  WS-RECORDS-READ                PIC 9(09) COMP-3 VALUE 0.
       77  WS-OTHER-DAY-COUNT             PIC 9(09) COMP-3 VALUE 0.
       77  WS-NOT-READ-ONLY-COUNT         PIC 9(09) COMP-3 VALUE 0.
       77  WS-NOT-COMPLETED-COUNT         PIC 9(09) COMP-3 VALUE 0.
       77  WS-REPLAYED-COUNT              PIC 9(09) COMP-3 VALUE 0.
       77  WS-IDENTICAL-COUNT             PIC 9(09) COMP-3 VALUE 0.
       77  WS-CHANGED-COUNT               PIC 9(09) COMP-3 VALUE 0.
       77  WS-FAILED-COUNT                PIC 9(09) COMP-3 VALUE 0.
       77  WS-COUNT-ONLY-COUNT            PIC 9(09) COMP-3 VALUE 0.
       77  WS-STATUS-DIFF-COUNT           PIC 9(09) COMP-3 VALUE 0.
       77  WS-AMOUNT-DIFF-COUNT           PIC 9(09) COMP-3 VALUE 0.
       77  WS-HIST-DIFF-COUNT             PIC 9(09) COMP-3 VALUE 0.

      *---------------------------------------------------------------*
      *    The business day to replay, from the PARM.                 *
      *---------------------------------------------------------------*
       01  WS-REPLAY-DATE                 PIC X(08) VALUE SPACES.
       01  WS-TODAY-YYYYMMDD              PIC 9(08).

      *---------------------------------------------------------------*
      *    The test regions, loaded the way GOSPLNK loads them (the  *
      *    first eight non-blank cards), and the region GOSPLNK      *
      *    falls back to when its list is empty - the production     *
      *    default, so never a valid test target.                     *
      *---------------------------------------------------------------*
       77  WS-REGION-MAX                  PIC 9(03) COMP VALUE 8.
       77  WS-REGION-COUNT                PIC 9(03) COMP VALUE 0.
       77  WS-REGION-IDX                  PIC 9(03) COMP VALUE 0.
       01  WS-REGION-TABLE.
           05  WS-REGION-ID OCCURS 8 TIMES PIC X(04).
       01  WS-LINK-DEFAULT-REGION         PIC X(04) VALUE 'CICA'.
       01  WS-PROD-REGION                 PIC X(04).
       01  WS-LAST-REGION                 PIC X(04) VALUE SPACES.

      *---------------------------------------------------------------*
      *    The recorded request and answer, in their own layouts.    *
      *---------------------------------------------------------------*
           COPY GOSPREQ.
           COPY GOSPRSP.
       01  WS-REPORT-KEY                  PIC X(20).
       01  WS-RECORDED-AMOUNT             PIC S9(9)V99 COMP-3.

      *---------------------------------------------------------------*
      *    Fingerprint of the replayed order-history lines - worked  *
      *    out exactly as GOSPRING and GOSPASYN work out the one on   *
      *    the audit record, or every OH call would show as changed.  *
      *---------------------------------------------------------------*
       01  WS-HD-LINE                     PIC S9(04) COMP.
       01  WS-HD-CHAR                     PIC S9(04) COMP.
       01  WS-HD-LINE-KEY                 PIC X(24).
       01  WS-HD-TOTAL                    PIC S9(11)V99 COMP-3.
       01  WS-HD-SUM                      PIC S9(18) COMP.
       01  WS-HD-QUOTIENT                 PIC S9(18) COMP.
       01  WS-HD-CHECKSUM                 PIC S9(09) COMP.
       01  WS-HD-LINE-COUNT               PIC 9(03).

      *---------------------------------------------------------------*
      *    The replay itself, through GOSPLNK's session mode.         *
      *---------------------------------------------------------------*
           COPY GOSPLNKP.
       01  WS-LINK-RC-DISP                PIC Z9.

      *---------------------------------------------------------------*
      *    Difference report line: the correlation ID of the request *
      *    replayed, what it was, the field that changed, and the     *
      *    recorded and replayed values side by side.                 *
      *---------------------------------------------------------------*
       01  WS-DIFF-LINE.
           05  WS-DL-KEY                  PIC X(20).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-TYPE                 PIC X(02).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-CUSTOMER             PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-ORDER                PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-FIELD                PIC X(12).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-RECORDED             PIC X(20).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-REPLAYED             PIC X(20).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-NOTE                 PIC X(31).

      *---------------------------------------------------------------*
      *    A replayed order-history line, listed under a history     *
      *    difference.                                                 *
      *---------------------------------------------------------------*
       01  WS-HIST-LINE.
           05  FILLER                     PIC X(24) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'NOW LINE '.
           05  WS-HL-NUMBER               PIC Z9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-HL-ORDER                PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-HL-AMOUNT               PIC -(9)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-HL-STATUS               PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-HL-DATE                 PIC X(10).
           05  FILLER                     PIC X(51) VALUE SPACES.

       01  WS-COUNT-DISP                  PIC ZZZ,ZZZ,ZZ9.
       01  WS-LINES-DISP                  PIC ZZ9.
       01  WS-AMOUNT-DISP                 PIC -(9)9.99.
       01  WS-TOTAL-DISP                  PIC -(11)9.99.
       01  WS-CHECKSUM-DISP               PIC -(9)9.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH                PIC S9(04) COMP.
           05  PARM-TEXT                  PIC X(100).

       PROCEDURE DIVISION USING PARM-DATA.
      ***************************************************************
      *    0000-MAINLINE                                             *
      ***************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
                   UNTIL WS-EOF.

           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           STOP RUN.

      ***************************************************************
      *    1000-INITIALIZE - settle the replay date, prove the       *
      *    region list is test-only, open the files, open the EXCI   *
      *    session and prime the read loop.                          *
      ***************************************************************
       1000-INITIALIZE.
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
           PERFORM 1200-LOAD-TEST-REGIONS THRU 1200-EXIT.
           PERFORM 1300-CHECK-NOT-PRODUCTION THRU 1300-EXIT.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.

           OPEN INPUT GOSPAUDR-FILE.
           IF WS-GOSPAUDR-STATUS NOT = '00'
               DISPLAY 'GOSPRGR: GOSPAUDR OPEN FAILED, FILE STATUS='
                       WS-GOSPAUDR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GOSPRGR1-FILE.

      *    One EXCI session for the whole replay - every request   *
      *    rides it, and GOSPLNK fails over down the test list if  *
      *    a region goes away mid-run.                              *
           MOVE SPACES TO GOSPLNK-PARM.
           SET GOSPLNK-MODE-OPEN-SESSION TO TRUE.
           CALL 'GOSPLNK' USING GOSPLNK-PARM.
           IF NOT GOSPLNK-OK
               DISPLAY 'GOSPRGR: EXCI SESSION OPEN FAILED - IS ANY'
                       ' REGION IN THE GOSPRGN TEST LIST AVAILABLE?'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE GOSPLNK-REGION-USED TO WS-LAST-REGION.

           MOVE SPACES TO GOSPRGR1-RECORD.
           STRING 'GOSPRGR RELEASE REGRESSION REPLAY - BUSINESS DATE '
                  DELIMITED BY SIZE
                  WS-REPLAY-DATE DELIMITED BY SIZE
                  ' - RUN DATE ' DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
             INTO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.
           MOVE SPACES TO GOSPRGR1-RECORD.
           STRING 'REPLAYED AGAINST TEST REGION ' DELIMITED BY SIZE
                  WS-LAST-REGION DELIMITED BY SIZE
             INTO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.
           MOVE SPACES TO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.
           MOVE SPACES TO GOSPRGR1-RECORD.
           STRING 'CORRELATION ID       TY CUSTOMER   ORDER      '
                  DELIMITED BY SIZE
                  'FIELD        RECORDED             REPLAYED'
                  DELIMITED BY SIZE
             INTO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.

           PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ***************************************************************
      *    1100-PARSE-PARM - PARM='DATE=YYYYMMDD' is required: the   *
      *    business day whose traffic is replayed.                   *
      ***************************************************************
       1100-PARSE-PARM.
           IF PARM-LENGTH < 13
              OR PARM-TEXT(1:5) NOT = 'DATE='
               DISPLAY 'GOSPRGR: PARM MUST BE DATE=YYYYMMDD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-TEXT(6:8) TO WS-REPLAY-DATE.
           IF WS-REPLAY-DATE IS NOT NUMERIC
               DISPLAY 'GOSPRGR: REPLAY DATE NOT NUMERIC: '
                       WS-REPLAY-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

      ***************************************************************
      *    1200-LOAD-TEST-REGIONS - read the GOSPRGN test list as    *
      *    GOSPLNK will.  An empty or missing list would leave       *
      *    GOSPLNK on its built-in default region, so it is refused. *
      ***************************************************************
       1200-LOAD-TEST-REGIONS.
           OPEN INPUT GOSPRGN-FILE.
           IF WS-GOSPRGN-STATUS NOT = '00'
               DISPLAY 'GOSPRGR: GOSPRGN OPEN FAILED, FILE STATUS='
                       WS-GOSPRGN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-RGN-EOF-SW.
           PERFORM 1210-LOAD-ONE-REGION THRU 1210-EXIT
                   UNTIL WS-RGN-EOF
                      OR WS-REGION-COUNT >= WS-REGION-MAX.
           CLOSE GOSPRGN-FILE.

           IF WS-REGION-COUNT = 0
               DISPLAY 'GOSPRGR: GOSPRGN TEST REGION LIST IS EMPTY -'
                       ' REPLAY REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-REGION.
           READ GOSPRGN-FILE
               AT END
                   MOVE 'Y' TO WS-RGN-EOF-SW
                   GO TO 1210-EXIT
           END-READ.
           IF GOSPRGN-APPLID = SPACES
              OR GOSPRGN-APPLID = LOW-VALUES
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-REGION-COUNT.
           MOVE GOSPRGN-APPLID TO WS-REGION-ID(WS-REGION-COUNT).
       1210-EXIT.
           EXIT.

      ***************************************************************
      *    1300-CHECK-NOT-PRODUCTION - no test region may be         *
      *    GOSPLNK's default region or any region on the production  *
      *    list.  The production list is OPTIONAL only so the job    *
      *    still runs where there is none; the default is checked    *
      *    regardless.                                                *
      ***************************************************************
       1300-CHECK-NOT-PRODUCTION.
           MOVE WS-LINK-DEFAULT-REGION TO WS-PROD-REGION.
           PERFORM 1320-CHECK-ONE-PROD-REGION THRU 1320-EXIT.

           OPEN INPUT GOSPPRGN-FILE.
           IF WS-GOSPPRGN-STATUS NOT = '00'
              AND WS-GOSPPRGN-STATUS NOT = '05'
               DISPLAY 'GOSPRGR: GOSPPRGN OPEN FAILED, FILE STATUS='
                       WS-GOSPPRGN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-RGN-EOF-SW.
           PERFORM 1310-READ-PROD-REGION THRU 1310-EXIT
                   UNTIL WS-RGN-EOF.
           CLOSE GOSPPRGN-FILE.
       1300-EXIT.
           EXIT.

       1310-READ-PROD-REGION.
           READ GOSPPRGN-FILE
               AT END
                   MOVE 'Y' TO WS-RGN-EOF-SW
                   GO TO 1310-EXIT
           END-READ.
           IF GOSPPRGN-APPLID = SPACES
              OR GOSPPRGN-APPLID = LOW-VALUES
               GO TO 1310-EXIT
           END-IF.
           MOVE GOSPPRGN-APPLID TO WS-PROD-REGION.
           PERFORM 1320-CHECK-ONE-PROD-REGION THRU 1320-EXIT.
       1310-EXIT.
           EXIT.

       1320-CHECK-ONE-PROD-REGION.
           MOVE 1 TO WS-REGION-IDX.
           PERFORM 1330-SCAN-TEST-REGION THRU 1330-EXIT
                   UNTIL WS-REGION-IDX > WS-REGION-COUNT.
       1320-EXIT.
           EXIT.

       1330-SCAN-TEST-REGION.
           IF WS-REGION-ID(WS-REGION-IDX) = WS-PROD-REGION
               DISPLAY 'GOSPRGR: TEST REGION ' WS-PROD-REGION
                       ' IS A PRODUCTION REGION - REPLAY REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-REGION-IDX.
       1330-EXIT.
           EXIT.

      ***************************************************************
      *    2000-PROCESS-ONE-RECORD - pick out the day's completed    *
      *    read-only requests, replay each one and compare.          *
      ***************************************************************
       2000-PROCESS-ONE-RECORD.
           IF GOSPAUD-KEY-TIMESTAMP(1:8) NOT = WS-REPLAY-DATE
               ADD 1 TO WS-OTHER-DAY-COUNT
               GO TO 2000-READ-NEXT
           END-IF.

           MOVE GOSPAUD-REQUEST-SENT TO GOSP-REQUEST.
           IF NOT GOSP-REQ-ORDER-INQUIRY
              AND NOT GOSP-REQ-CUSTOMER-INQUIRY
              AND NOT GOSP-REQ-HISTORY-INQUIRY
               ADD 1 TO WS-NOT-READ-ONLY-COUNT
               GO TO 2000-READ-NEXT
           END-IF.
           IF NOT GOSPAUD-OUTCOME-OK
               ADD 1 TO WS-NOT-COMPLETED-COUNT
               GO TO 2000-READ-NEXT
           END-IF.

           IF GOSPAUD-CORREL-ID NOT = SPACES
               MOVE GOSPAUD-CORREL-ID TO WS-REPORT-KEY
           ELSE
               MOVE GOSPAUD-KEY TO WS-REPORT-KEY
           END-IF.
           MOVE GOSPAUD-RESPONSE-RECEIVED TO GOSP-RESPONSE.

           PERFORM 2200-REPLAY-REQUEST THRU 2200-EXIT.
           IF GOSPLNK-LINK-FAILED OR GOSPLNK-SESSION-ERROR
               PERFORM 2900-REPORT-FAILED THRU 2900-EXIT
           ELSE
               PERFORM 2300-COMPARE-REPLY THRU 2300-EXIT
           END-IF.

       2000-READ-NEXT.
           PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      ***************************************************************
      *    2100-READ-AUDIT                                          *
      ***************************************************************
       2100-READ-AUDIT.
           READ GOSPAUDR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF WS-GOSPAUDR-STATUS NOT = '00'
               DISPLAY 'GOSPRGR: GOSPAUDR READ FAILED, FILE STATUS='
                       WS-GOSPAUDR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RECORDS-READ.
       2100-EXIT.
           EXIT.

      ***************************************************************
      *    2200-REPLAY-REQUEST - send the recorded business request *
      *    again over the session.  GOSPLNK stamps its own batch     *
      *    identity and a new correlation ID; the report keeps the   *
      *    original one.                                              *
      ***************************************************************
       2200-REPLAY-REQUEST.
           MOVE GOSP-REQ-CUSTOMER-NO  TO GOSPLNK-CUSTOMER-NO.
           MOVE GOSP-REQ-ORDER-NO     TO GOSPLNK-ORDER-NO.
           MOVE GOSP-REQ-INQUIRY-TYPE TO GOSPLNK-INQUIRY-TYPE.
           IF GOSP-REQ-AMOUNT IS NUMERIC
               MOVE GOSP-REQ-AMOUNT TO GOSPLNK-AMOUNT
           ELSE
               MOVE ZERO TO GOSPLNK-AMOUNT
           END-IF.
           MOVE GOSP-REQ-TRANS-DATE   TO GOSPLNK-TRANS-DATE.
           SET GOSPLNK-MODE-SESSION-REQ TO TRUE.
           CALL 'GOSPLNK' USING GOSPLNK-PARM.
           ADD 1 TO WS-REPLAYED-COUNT.
           IF GOSPLNK-REGION-USED NOT = WS-LAST-REGION
              AND GOSPLNK-REGION-USED NOT = SPACES
               DISPLAY 'GOSPRGR: REPLAY MOVED FROM REGION '
                       WS-LAST-REGION ' TO ' GOSPLNK-REGION-USED
               MOVE GOSPLNK-REGION-USED TO WS-LAST-REGION
           END-IF.
       2200-EXIT.
           EXIT.

      ***************************************************************
      *    2300-COMPARE-REPLY - status code always; the amount for   *
      *    the single-amount inquiries; the history lines for OH.    *
      *    A request GOSPLNK's edits now reject comes back with its  *
      *    41xx code, and one its customer master check refuses with *
      *    its 45xx code - either shows here as a changed status.    *
      ***************************************************************
       2300-COMPARE-REPLY.
           MOVE 'N' TO WS-CHANGED-SW.

           IF GOSPLNK-RSP-STATUS-CODE NOT = GOSP-RSP-STATUS-CODE
               MOVE 'Y' TO WS-CHANGED-SW
               ADD 1 TO WS-STATUS-DIFF-COUNT
               PERFORM 2800-START-DIFF-LINE THRU 2800-EXIT
               MOVE 'STATUS CODE'           TO WS-DL-FIELD
               MOVE GOSP-RSP-STATUS-CODE    TO WS-DL-RECORDED
               MOVE GOSPLNK-RSP-STATUS-CODE TO WS-DL-REPLAYED
               MOVE GOSPLNK-RSP-STATUS-TEXT TO WS-DL-NOTE
               PERFORM 2810-WRITE-DIFF-LINE THRU 2810-EXIT
           END-IF.

           IF GOSP-REQ-HISTORY-INQUIRY
               PERFORM 2400-COMPARE-HISTORY THRU 2400-EXIT
           ELSE
               PERFORM 2350-COMPARE-AMOUNT THRU 2350-EXIT
           END-IF.

           IF WS-CHANGED
               ADD 1 TO WS-CHANGED-COUNT
           ELSE
               ADD 1 TO WS-IDENTICAL-COUNT
           END-IF.
       2300-EXIT.
           EXIT.

       2350-COMPARE-AMOUNT.
           IF GOSP-RSP-AMOUNT IS NUMERIC
               MOVE GOSP-RSP-AMOUNT TO WS-RECORDED-AMOUNT
           ELSE
               MOVE ZERO TO WS-RECORDED-AMOUNT
           END-IF.
           IF GOSPLNK-RSP-AMOUNT = WS-RECORDED-AMOUNT
               GO TO 2350-EXIT
           END-IF.

           MOVE 'Y' TO WS-CHANGED-SW.
           ADD 1 TO WS-AMOUNT-DIFF-COUNT.
           PERFORM 2800-START-DIFF-LINE THRU 2800-EXIT.
           MOVE 'AMOUNT' TO WS-DL-FIELD.
           MOVE WS-RECORDED-AMOUNT TO WS-AMOUNT-DISP.
           MOVE WS-AMOUNT-DISP     TO WS-DL-RECORDED.
           MOVE GOSPLNK-RSP-AMOUNT TO WS-AMOUNT-DISP.
           MOVE WS-AMOUNT-DISP     TO WS-DL-REPLAYED.
           PERFORM 2810-WRITE-DIFF-LINE THRU 2810-EXIT.
       2350-EXIT.
           EXIT.

      ***************************************************************
      *    2400-COMPARE-HISTORY - line count, then, where the audit *
      *    record kept one, the fingerprint of the lines.  Any       *
      *    history difference is followed by the replayed lines.     *
      ***************************************************************
       2400-COMPARE-HISTORY.
           MOVE 'N' TO WS-HIST-CHANGED-SW.
           IF GOSPLNK-HIST-LINE-COUNT > 20
               MOVE 20 TO WS-HD-LINE-COUNT
           ELSE
               MOVE GOSPLNK-HIST-LINE-COUNT TO WS-HD-LINE-COUNT
           END-IF.

           IF GOSPAUD-HIST-LINE-COUNT IS NOT NUMERIC
               MOVE ZERO TO GOSPAUD-HIST-LINE-COUNT
           END-IF.
           IF GOSPLNK-HIST-LINE-COUNT NOT = GOSPAUD-HIST-LINE-COUNT
               MOVE 'Y' TO WS-HIST-CHANGED-SW
               PERFORM 2800-START-DIFF-LINE THRU 2800-EXIT
               MOVE 'HIST LINES' TO WS-DL-FIELD
               MOVE GOSPAUD-HIST-LINE-COUNT TO WS-LINES-DISP
               MOVE WS-LINES-DISP TO WS-DL-RECORDED
               MOVE GOSPLNK-HIST-LINE-COUNT TO WS-LINES-DISP
               MOVE WS-LINES-DISP TO WS-DL-REPLAYED
               PERFORM 2810-WRITE-DIFF-LINE THRU 2810-EXIT
           END-IF.

      *    A record from before the fingerprint was kept (or whose   *
      *    recorded answer was not a success, so had no lines) can   *
      *    only be held to its line count.                            *
           IF NOT GOSPAUD-HIST-DIGEST-KEPT
               ADD 1 TO WS-COUNT-ONLY-COUNT
               GO TO 2400-LIST-LINES
           END-IF.

           PERFORM 2500-DIGEST-REPLAYED-LINES THRU 2500-EXIT.
           IF WS-HD-TOTAL NOT = GOSPAUD-HIST-AMOUNT-TOTAL
               MOVE 'Y' TO WS-HIST-CHANGED-SW
               PERFORM 2800-START-DIFF-LINE THRU 2800-EXIT
               MOVE 'HIST TOTAL' TO WS-DL-FIELD
               MOVE GOSPAUD-HIST-AMOUNT-TOTAL TO WS-TOTAL-DISP
               MOVE WS-TOTAL-DISP TO WS-DL-RECORDED
               MOVE WS-HD-TOTAL TO WS-TOTAL-DISP
               MOVE WS-TOTAL-DISP TO WS-DL-REPLAYED
               PERFORM 2810-WRITE-DIFF-LINE THRU 2810-EXIT
           END-IF.
           IF WS-HD-CHECKSUM NOT = GOSPAUD-HIST-CHECKSUM
               MOVE 'Y' TO WS-HIST-CHANGED-SW
               PERFORM 2800-START-DIFF-LINE THRU 2800-EXIT
               MOVE 'HIST DETAIL' TO WS-DL-FIELD
               MOVE GOSPAUD-HIST-CHECKSUM TO WS-CHECKSUM-DISP
               MOVE WS-CHECKSUM-DISP TO WS-DL-RECORDED
               MOVE WS-HD-CHECKSUM TO WS-CHECKSUM-DISP
               MOVE WS-CHECKSUM-DISP TO WS-DL-REPLAYED
               MOVE 'ORDER/AMOUNT/STATUS/DATE DIFFER' TO WS-DL-NOTE
               PERFORM 2810-WRITE-DIFF-LINE THRU 2810-EXIT
           END-IF.

       2400-LIST-LINES.
           IF NOT WS-HIST-CHANGED
               GO TO 2400-EXIT
           END-IF.
           MOVE 'Y' TO WS-CHANGED-SW.
           ADD 1 TO WS-HIST-DIFF-COUNT.
           PERFORM 2450-WRITE-REPLAYED-LINE THRU 2450-EXIT
                   VARYING WS-HD-LINE FROM 1 BY 1
                   UNTIL WS-HD-LINE > WS-HD-LINE-COUNT.
       2400-EXIT.
           EXIT.

       2450-WRITE-REPLAYED-LINE.
           MOVE WS-HD-LINE                      TO WS-HL-NUMBER.
           MOVE GOSPLNK-HIST-ORDER-NO(WS-HD-LINE) TO WS-HL-ORDER.
           IF GOSPLNK-HIST-AMOUNT(WS-HD-LINE) IS NUMERIC
               MOVE GOSPLNK-HIST-AMOUNT(WS-HD-LINE) TO WS-HL-AMOUNT
           ELSE
               MOVE ZERO TO WS-HL-AMOUNT
           END-IF.
           MOVE GOSPLNK-HIST-STATUS(WS-HD-LINE) TO WS-HL-STATUS.
           MOVE GOSPLNK-HIST-DATE(WS-HD-LINE)   TO WS-HL-DATE.
           MOVE WS-HIST-LINE TO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.
       2450-EXIT.
           EXIT.

      ***************************************************************
      *    2500-DIGEST-REPLAYED-LINES - the same total and position- *
      *    weighted checksum GOSPRING keeps on the audit record,     *
      *    worked over the lines the replay brought back.            *
      ***************************************************************
       2500-DIGEST-REPLAYED-LINES.
           MOVE ZERO TO WS-HD-TOTAL.
           MOVE ZERO TO WS-HD-SUM.
           PERFORM 2510-DIGEST-ONE-LINE THRU 2510-EXIT
                   VARYING WS-HD-LINE FROM 1 BY 1
                   UNTIL WS-HD-LINE > WS-HD-LINE-COUNT.
           DIVIDE WS-HD-SUM BY 999999937 GIVING WS-HD-QUOTIENT
               REMAINDER WS-HD-CHECKSUM.
       2500-EXIT.
           EXIT.

       2510-DIGEST-ONE-LINE.
           ADD GOSPLNK-HIST-AMOUNT(WS-HD-LINE) TO WS-HD-TOTAL.
           COMPUTE WS-HD-SUM = WS-HD-SUM
                 + GOSPLNK-HIST-AMOUNT(WS-HD-LINE) * 100 * WS-HD-LINE.
           MOVE GOSPLNK-HIST-ORDER-NO(WS-HD-LINE)
             TO WS-HD-LINE-KEY(1:10).
           MOVE GOSPLNK-HIST-STATUS(WS-HD-LINE)
             TO WS-HD-LINE-KEY(11:4).
           MOVE GOSPLNK-HIST-DATE(WS-HD-LINE)
             TO WS-HD-LINE-KEY(15:10).
           PERFORM 2520-DIGEST-ONE-CHAR THRU 2520-EXIT
                   VARYING WS-HD-CHAR FROM 1 BY 1
                   UNTIL WS-HD-CHAR > 24.
       2510-EXIT.
           EXIT.

       2520-DIGEST-ONE-CHAR.
           COMPUTE WS-HD-SUM = WS-HD-SUM
                 + FUNCTION ORD(WS-HD-LINE-KEY(WS-HD-CHAR:1))
                 * ((WS-HD-LINE - 1) * 24 + WS-HD-CHAR).
       2520-EXIT.
           EXIT.

      ***************************************************************
      *    2800-START-DIFF-LINE / 2810-WRITE-DIFF-LINE - every       *
      *    report line for a request carries its correlation ID and  *
      *    what was asked, so each line stands on its own.           *
      ***************************************************************
       2800-START-DIFF-LINE.
           MOVE SPACES                TO WS-DL-FIELD.
           MOVE SPACES                TO WS-DL-RECORDED.
           MOVE SPACES                TO WS-DL-REPLAYED.
           MOVE SPACES                TO WS-DL-NOTE.
           MOVE WS-REPORT-KEY         TO WS-DL-KEY.
           MOVE GOSP-REQ-INQUIRY-TYPE TO WS-DL-TYPE.
           MOVE GOSP-REQ-CUSTOMER-NO  TO WS-DL-CUSTOMER.
           MOVE GOSP-REQ-ORDER-NO     TO WS-DL-ORDER.
       2800-EXIT.
           EXIT.

       2810-WRITE-DIFF-LINE.
           MOVE WS-DIFF-LINE TO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.
       2810-EXIT.
           EXIT.

      ***************************************************************
      *    2900-REPORT-FAILED - the request got no answer from any   *
      *    test region, so it proves nothing either way.             *
      ***************************************************************
       2900-REPORT-FAILED.
           ADD 1 TO WS-FAILED-COUNT.
           PERFORM 2800-START-DIFF-LINE THRU 2800-EXIT.
           MOVE 'NOT REPLAYED' TO WS-DL-FIELD.
           MOVE GOSPLNK-RETURN-CODE TO WS-LINK-RC-DISP.
           STRING 'GOSPLNK RC=' DELIMITED BY SIZE
                  WS-LINK-RC-DISP DELIMITED BY SIZE
             INTO WS-DL-REPLAYED.
           IF GOSPLNK-SESSION-ERROR
               MOVE 'NO TEST REGION LEFT IN SESSION' TO WS-DL-NOTE
           ELSE
               MOVE 'LINK FAILED ON EVERY REGION' TO WS-DL-NOTE
           END-IF.
           PERFORM 2810-WRITE-DIFF-LINE THRU 2810-EXIT.
       2900-EXIT.
           EXIT.

      ***************************************************************
      *    4000-TERMINATE - totals, return code, close down.         *
      ***************************************************************
       4000-TERMINATE.
           MOVE SPACES TO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.
           MOVE 'REPLAY TOTALS' TO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.

           MOVE WS-RECORDS-READ TO WS-COUNT-DISP.
           MOVE SPACES TO GOSPRGR1-RECORD.
           STRING 'AUDIT RECORDS READ          : ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
             INTO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.
           MOVE WS-OTHER-DAY-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO GOSPRGR1-RECORD.
           STRING '  OTHER BUSINESS DATES      : ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
             INTO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.
           MOVE WS-NOT-READ-ONLY-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO GOSPRGR1-RECORD.
           STRING '  NOT READ-ONLY (AJ ETC)    : ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
             INTO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.
           MOVE WS-NOT-COMPLETED-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO GOSPRGR1-RECORD.
           STRING '  NO RECORDED ANSWER        : ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
             INTO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.
           MOVE WS-REPLAYED-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO GOSPRGR1-RECORD.
           STRING 'REQUESTS REPLAYED           : ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
             INTO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.
           MOVE WS-IDENTICAL-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO GOSPRGR1-RECORD.
           STRING '  IDENTICAL                 : ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
             INTO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.
           MOVE WS-CHANGED-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO GOSPRGR1-RECORD.
           STRING '  CHANGED                   : ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
             INTO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO GOSPRGR1-RECORD.
           STRING '  FAILED                    : ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
             INTO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.
           MOVE WS-STATUS-DIFF-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO GOSPRGR1-RECORD.
           STRING 'STATUS CODES CHANGED        : ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
             INTO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.
           MOVE WS-AMOUNT-DIFF-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO GOSPRGR1-RECORD.
           STRING 'AMOUNTS CHANGED             : ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
             INTO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.
           MOVE WS-HIST-DIFF-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO GOSPRGR1-RECORD.
           STRING 'HISTORIES CHANGED           : ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
             INTO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.
           MOVE WS-COUNT-ONLY-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO GOSPRGR1-RECORD.
           STRING 'HISTORIES ON LINE COUNT ONLY: ' DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
             INTO GOSPRGR1-RECORD.
           WRITE GOSPRGR1-RECORD.

      *    Failures or an empty replay outrank changes: the         *
      *    comparison is incomplete, so the release cannot be       *
      *    cleared on it either way.                                 *
           IF WS-FAILED-COUNT > 0 OR WS-REPLAYED-COUNT = 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CHANGED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-REPLAYED-COUNT = 0
               DISPLAY 'GOSPRGR: NO COMPLETED READ-ONLY REQUESTS FOR '
                       WS-REPLAY-DATE ' ON GOSPAUDR'
           END-IF.
           DISPLAY 'GOSPRGR: REPLAYED=' WS-REPLAYED-COUNT
                   ' IDENTICAL=' WS-IDENTICAL-COUNT
                   ' CHANGED=' WS-CHANGED-COUNT
                   ' FAILED=' WS-FAILED-COUNT.

      *    Release the EXCI session opened at 1000-INITIALIZE.       *
           SET GOSPLNK-MODE-CLOSE-SESSION TO TRUE.
           CALL 'GOSPLNK' USING GOSPLNK-PARM.

           CLOSE GOSPAUDR-FILE.
           CLOSE GOSPRGR1-FILE.
       4000-EXIT.
           EXIT.
