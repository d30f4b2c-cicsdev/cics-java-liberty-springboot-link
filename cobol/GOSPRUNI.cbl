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
      * Batch run-control progress display.                           *
      *                                                               *
      * Initial program of transaction GOSN.  Shows operations how    *
      * the night's batch is going from the GOSPRUN run-control       *
      * ledger every ledgered step writes to as it starts and ends    *
      * (see GOSPRUNL): each step in the order it started, whether it *
      * is running, complete, failed or reset for a rerun, its start  *
      * and end times, return code and key counts.                    *
      *                                                               *
      *    GOSN                  - the latest business date on file   *
      *    GOSN yyyymmdd         - the named business date            *
      *                                                               *
      * The nightly reconciliation steps not yet on the ledger for    *
      * the date are listed at the foot, so a step the scheduler      *
      * never started stands out as clearly as one that failed.       *
      * Read-only - a step is released for a rerun by the GOSPRUNR    *
      * batch job, not from here.                                      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOSPRUNI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP          PIC S9(08) COMP.

      *---------------------------------------------------------------*
      *    The operator's input line and its parsed tokens.           *
      *---------------------------------------------------------------*
       01 WS-INPUT         PIC X(80) VALUE SPACES.
       01 WS-INPUT-LEN     PIC S9(04) COMP VALUE 80.
       01 WS-TOKEN-TRANSID PIC X(08) VALUE SPACES.
       01 WS-TOKEN-DATE    PIC X(08) VALUE SPACES.

       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACES.
       01 WS-DATE-ERROR-SW PIC X(01) VALUE 'N'.
           88 WS-DATE-ERROR     VALUE 'Y'.

      *---------------------------------------------------------------*
      *    Ledger browse.  A key of all HIGH-VALUES positions the     *
      *    browse past the last record, so the READPREV after it     *
      *    finds the latest business date on file.                    *
      *---------------------------------------------------------------*
       01 WS-BROWSE-KEY    PIC X(24).
       01 WS-BROWSE-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-BROWSE-EOF     VALUE 'Y'.

      *---------------------------------------------------------------*
      *    The date's entries, held in start order: each one read is *
      *    slotted in after every entry that started before it.  An  *
      *    entry with no start (the ledger was down when the step    *
      *    began) sorts first.                                        *
      *---------------------------------------------------------------*
       01 WS-STEP-MAX      PIC 9(03) COMP VALUE 10.
       01 WS-STEP-COUNT    PIC 9(03) COMP VALUE 0.
       01 WS-STEP-OVERFLOW PIC 9(03) COMP VALUE 0.
       01 WS-STEP-IDX      PIC 9(03) COMP VALUE 0.
       01 WS-SLOT-IDX      PIC 9(03) COMP VALUE 0.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 10 TIMES.
               10 WS-STEP-START-STAMP PIC X(14).
               10 WS-STEP-RECORD      PIC X(149).
       01 WS-NEW-START-STAMP PIC X(14).
       01 WS-SLOT-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-SLOT-FOUND     VALUE 'Y'.

       01 WS-RUNNING-COUNT PIC 9(03) COMP VALUE 0.
       01 WS-FAILED-COUNT  PIC 9(03) COMP VALUE 0.

      *---------------------------------------------------------------*
      *    Which nightly reconciliation steps are on the ledger.      *
      *---------------------------------------------------------------*
       01 WS-SEEN-BUP-SW   PIC X(01) VALUE 'N'.
           88 WS-SEEN-BUP       VALUE 'Y'.
       01 WS-SEEN-EDT-SW   PIC X(01) VALUE 'N'.
           88 WS-SEEN-EDT       VALUE 'Y'.
       01 WS-SEEN-BAT-SW   PIC X(01) VALUE 'N'.
           88 WS-SEEN-BAT       VALUE 'Y'.
       01 WS-SEEN-PART-SW  PIC X(01) VALUE 'N'.
           88 WS-SEEN-PART      VALUE 'Y'.
       01 WS-SEEN-CON-SW   PIC X(01) VALUE 'N'.
           88 WS-SEEN-CON       VALUE 'Y'.
       01 WS-MISSING-LIST  PIC X(40) VALUE SPACES.
       01 WS-MISSING-PTR   PIC 9(03) COMP VALUE 1.

      *---------------------------------------------------------------*
      *    Formatted pieces of a display line.                        *
      *---------------------------------------------------------------*
       01 WS-DATE-DISP     PIC X(10).
       01 WS-STATUS-DISP   PIC X(08).
       01 WS-START-DISP    PIC X(05).
       01 WS-END-DISP      PIC X(05).
       01 WS-RC-DISP       PIC ZZZ9.
       01 WS-TRIES-DISP    PIC ZZ9.
       01 WS-STEPS-DISP    PIC ZZ9.
       01 WS-RUNNING-DISP  PIC ZZ9.
       01 WS-FAILED-DISP   PIC ZZ9.
       01 WS-COUNT-IDX     PIC 9(03) COMP VALUE 0.
       01 WS-COUNT-DISP    PIC ZZZZZZZZ9.
       01 WS-COUNTS-PTR    PIC 9(03) COMP VALUE 1.

       01 WS-LINE-IDX      PIC 9(03) COMP VALUE 0.
       01 WS-DISPLAY-AREA.
           05 WS-DISPLAY-HEADER1  PIC X(60).
           05 WS-DISPLAY-HEADER2  PIC X(60).
           05 WS-DISPLAY-LINE OCCURS 20 TIMES PIC X(60).
           05 WS-DISPLAY-FOOTER   PIC X(60).

           COPY GOSPRUN.

       PROCEDURE DIVISION.
      ***************************************************************
      *    Main section                                             *
      ***************************************************************
           MOVE SPACES TO WS-DISPLAY-AREA.
           PERFORM GET-COMMAND.

           IF NOT WS-DATE-ERROR
               IF WS-BUSINESS-DATE = SPACES
                   PERFORM FIND-LATEST-DATE
               END-IF
           END-IF.

           IF NOT WS-DATE-ERROR
               PERFORM LOAD-STEPS
               PERFORM FORMAT-PROGRESS
           END-IF.

           EXEC CICS SEND TEXT FROM(WS-DISPLAY-AREA)
                               LENGTH(LENGTH OF WS-DISPLAY-AREA)
                               ERASE
                               FREEKB
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

           GOBACK.

      ***************************************************************
      *    Pull the command line the operator typed and the optional *
      *    business date on it.                                       *
      ***************************************************************
       GET-COMMAND.
           MOVE SPACES TO WS-INPUT.
           MOVE 80 TO WS-INPUT-LEN.
           EXEC CICS RECEIVE INTO(WS-INPUT)
                             LENGTH(WS-INPUT-LEN)
                             RESP(WS-RESP)
           END-EXEC.

           MOVE SPACES TO WS-TOKEN-TRANSID
                          WS-TOKEN-DATE.
           UNSTRING WS-INPUT DELIMITED BY ALL ' '
               INTO WS-TOKEN-TRANSID
                    WS-TOKEN-DATE.

           IF WS-TOKEN-DATE NOT = SPACES
               IF WS-TOKEN-DATE IS NUMERIC
                   MOVE WS-TOKEN-DATE TO WS-BUSINESS-DATE
               ELSE
                   MOVE 'Y' TO WS-DATE-ERROR-SW
                   MOVE 'GOSPRUNI: BUSINESS DATE MUST BE YYYYMMDD'
                     TO WS-DISPLAY-HEADER1
                   MOVE 'ENTER GOSN FOR THE LATEST BUSINESS DATE'
                     TO WS-DISPLAY-FOOTER
               END-IF
           END-IF.

      ***************************************************************
      *    No date given - take the latest one on the ledger.  An    *
      *    empty or closed ledger leaves nothing to show.             *
      ***************************************************************
       FIND-LATEST-DATE.
           MOVE HIGH-VALUES TO WS-BROWSE-KEY.
           EXEC CICS STARTBR FILE('GOSPRUN')
                             RIDFLD(WS-BROWSE-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READPREV FILE('GOSPRUN')
                                  INTO(GOSPRUN-RECORD)
                                  RIDFLD(WS-BROWSE-KEY)
                                  RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE GOSPRUN-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-IF
               EXEC CICS ENDBR FILE('GOSPRUN')
                               RESP(WS-RESP)
               END-EXEC
           END-IF.

           IF WS-BUSINESS-DATE = SPACES
               MOVE 'Y' TO WS-DATE-ERROR-SW
               MOVE 'GOSPRUNI: RUN-CONTROL LEDGER IS EMPTY OR CLOSED'
                 TO WS-DISPLAY-HEADER1
               MOVE 'CHECK THE GOSPRUN FILE IS OPEN TO THIS REGION'
                 TO WS-DISPLAY-FOOTER
           END-IF.

      ***************************************************************
      *    Browse every entry for the date into the start-order      *
      *    table.                                                      *
      ***************************************************************
       LOAD-STEPS.
           MOVE 0   TO WS-STEP-COUNT.
           MOVE 0   TO WS-STEP-OVERFLOW.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           MOVE WS-BUSINESS-DATE TO WS-BROWSE-KEY(1:8).
           EXEC CICS STARTBR FILE('GOSPRUN')
                             RIDFLD(WS-BROWSE-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM LOAD-ONE-STEP
                   UNTIL WS-BROWSE-EOF
               EXEC CICS ENDBR FILE('GOSPRUN')
                               RESP(WS-RESP)
               END-EXEC
           END-IF.

       LOAD-ONE-STEP.
           EXEC CICS READNEXT FILE('GOSPRUN')
                              INTO(GOSPRUN-RECORD)
                              RIDFLD(WS-BROWSE-KEY)
                              RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-EOF-SW
           ELSE
               IF GOSPRUN-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
               ELSE
                   PERFORM NOTE-STEP-SEEN
                   IF WS-STEP-COUNT < WS-STEP-MAX
                       PERFORM SLOT-STEP
                   ELSE
                       ADD 1 TO WS-STEP-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       NOTE-STEP-SEEN.
           EVALUATE GOSPRUN-STEP-NAME
               WHEN 'GOSPBUP'
                   MOVE 'Y' TO WS-SEEN-BUP-SW
               WHEN 'GOSPEDT'
                   MOVE 'Y' TO WS-SEEN-EDT-SW
               WHEN 'GOSPBAT'
                   MOVE 'Y' TO WS-SEEN-BAT-SW
                   IF GOSPRUN-STEP-QUAL NOT = SPACES
                       MOVE 'Y' TO WS-SEEN-PART-SW
                   END-IF
               WHEN 'GOSPCON'
                   MOVE 'Y' TO WS-SEEN-CON-SW
           END-EVALUATE.

           IF GOSPRUN-RUNNING
               ADD 1 TO WS-RUNNING-COUNT
           END-IF.
           IF GOSPRUN-FAILED
               ADD 1 TO WS-FAILED-COUNT
           END-IF.

      ***************************************************************
      *    Insert the entry just read after every entry that started *
      *    no later than it, shifting the later ones down a slot.     *
      ***************************************************************
       SLOT-STEP.
           MOVE GOSPRUN-START-DATE TO WS-NEW-START-STAMP(1:8).
           MOVE GOSPRUN-START-TIME TO WS-NEW-START-STAMP(9:6).

           ADD 1 TO WS-STEP-COUNT.
           MOVE WS-STEP-COUNT TO WS-SLOT-IDX.
           MOVE 'N' TO WS-SLOT-FOUND-SW.
           PERFORM SHIFT-ONE-STEP
               UNTIL WS-SLOT-FOUND.

           MOVE WS-NEW-START-STAMP TO WS-STEP-START-STAMP(WS-SLOT-IDX).
           MOVE GOSPRUN-RECORD     TO WS-STEP-RECORD(WS-SLOT-IDX).

       SHIFT-ONE-STEP.
           IF WS-SLOT-IDX = 1
               MOVE 'Y' TO WS-SLOT-FOUND-SW
           ELSE
               IF WS-STEP-START-STAMP(WS-SLOT-IDX - 1)
                      NOT > WS-NEW-START-STAMP
                   MOVE 'Y' TO WS-SLOT-FOUND-SW
               ELSE
                   MOVE WS-STEP-ENTRY(WS-SLOT-IDX - 1)
                     TO WS-STEP-ENTRY(WS-SLOT-IDX)
                   SUBTRACT 1 FROM WS-SLOT-IDX
               END-IF
           END-IF.

      ***************************************************************
      *    Two display lines per step - the run, then its counts -   *
      *    and the missing nightly steps in the footer.               *
      ***************************************************************
       FORMAT-PROGRESS.
           MOVE SPACES TO WS-DATE-DISP.
           STRING WS-BUSINESS-DATE(1:4) '-'
                  WS-BUSINESS-DATE(5:2) '-'
                  WS-BUSINESS-DATE(7:2)
                  DELIMITED BY SIZE
             INTO WS-DATE-DISP.
           COMPUTE WS-STEPS-DISP = WS-STEP-COUNT + WS-STEP-OVERFLOW.
           MOVE WS-RUNNING-COUNT TO WS-RUNNING-DISP.
           MOVE WS-FAILED-COUNT  TO WS-FAILED-DISP.
           STRING 'GOSPRUNI: ' DELIMITED BY SIZE
                  WS-DATE-DISP DELIMITED BY SIZE
                  ' STEPS' DELIMITED BY SIZE
                  WS-STEPS-DISP DELIMITED BY SIZE
                  ' RUNNING' DELIMITED BY SIZE
                  WS-RUNNING-DISP DELIMITED BY SIZE
                  ' FAILED' DELIMITED BY SIZE
                  WS-FAILED-DISP DELIMITED BY SIZE
             INTO WS-DISPLAY-HEADER1.
           MOVE 'STEP     QUAL     STATUS   START END      RC TRIES'
             TO WS-DISPLAY-HEADER2.

           MOVE 0 TO WS-LINE-IDX.
           PERFORM FORMAT-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.

           IF WS-STEP-COUNT = 0
               MOVE 'NO STEPS ON THE LEDGER FOR THIS BUSINESS DATE'
                 TO WS-DISPLAY-LINE(1)
           END-IF.

           PERFORM LIST-MISSING-STEPS.
           IF WS-STEP-OVERFLOW > 0
               MOVE 'MORE STEPS ON THE LEDGER THAN FIT ON ONE SCREEN'
                 TO WS-DISPLAY-FOOTER
           ELSE
               IF WS-MISSING-LIST NOT = SPACES
                   STRING 'NOT YET STARTED: ' DELIMITED BY SIZE
                          WS-MISSING-LIST DELIMITED BY SIZE
                     INTO WS-DISPLAY-FOOTER
               ELSE
                   MOVE 'RESET A CLEAN STEP FOR A RERUN WITH GOSPRUNR'
                     TO WS-DISPLAY-FOOTER
               END-IF
           END-IF.

       FORMAT-ONE-STEP.
           MOVE WS-STEP-RECORD(WS-STEP-IDX) TO GOSPRUN-RECORD.

           EVALUATE TRUE
               WHEN GOSPRUN-RUNNING
                   MOVE 'RUNNING'  TO WS-STATUS-DISP
               WHEN GOSPRUN-COMPLETE
                   MOVE 'COMPLETE' TO WS-STATUS-DISP
               WHEN GOSPRUN-FAILED
                   MOVE 'FAILED'   TO WS-STATUS-DISP
               WHEN GOSPRUN-RESET
                   MOVE 'RESET'    TO WS-STATUS-DISP
               WHEN OTHER
                   MOVE GOSPRUN-STATUS TO WS-STATUS-DISP
           END-EVALUATE.

           MOVE SPACES TO WS-START-DISP.
           IF GOSPRUN-START-TIME NOT = SPACES
               STRING GOSPRUN-START-TIME(1:2) ':'
                      GOSPRUN-START-TIME(3:2)
                      DELIMITED BY SIZE
                 INTO WS-START-DISP
           END-IF.
           MOVE SPACES TO WS-END-DISP.
           IF GOSPRUN-END-TIME NOT = SPACES
               STRING GOSPRUN-END-TIME(1:2) ':'
                      GOSPRUN-END-TIME(3:2)
                      DELIMITED BY SIZE
                 INTO WS-END-DISP
           END-IF.
           MOVE GOSPRUN-RETURN-CODE TO WS-RC-DISP.
           MOVE GOSPRUN-ATTEMPTS    TO WS-TRIES-DISP.

           ADD 1 TO WS-LINE-IDX.
           MOVE SPACES TO WS-DISPLAY-LINE(WS-LINE-IDX).
           IF GOSPRUN-RUNNING
               STRING GOSPRUN-STEP-NAME ' '
                      GOSPRUN-STEP-QUAL ' '
                      WS-STATUS-DISP    ' '
                      WS-START-DISP     '            '
                      WS-TRIES-DISP
                      DELIMITED BY SIZE
                 INTO WS-DISPLAY-LINE(WS-LINE-IDX)
           ELSE
               STRING GOSPRUN-STEP-NAME ' '
                      GOSPRUN-STEP-QUAL ' '
                      WS-STATUS-DISP    ' '
                      WS-START-DISP     ' '
                      WS-END-DISP       ' '
                      WS-RC-DISP        ' '
                      WS-TRIES-DISP
                      DELIMITED BY SIZE
                 INTO WS-DISPLAY-LINE(WS-LINE-IDX)
           END-IF.

           ADD 1 TO WS-LINE-IDX.
           MOVE SPACES TO WS-DISPLAY-LINE(WS-LINE-IDX).
           MOVE 10 TO WS-COUNTS-PTR.
           PERFORM FORMAT-ONE-COUNT
               VARYING WS-COUNT-IDX FROM 1 BY 1
               UNTIL WS-COUNT-IDX > 3.

       FORMAT-ONE-COUNT.
           IF GOSPRUN-COUNT-LABEL(WS-COUNT-IDX) NOT = SPACES
               MOVE GOSPRUN-COUNT-VALUE(WS-COUNT-IDX) TO WS-COUNT-DISP
               STRING GOSPRUN-COUNT-LABEL(WS-COUNT-IDX)
                      WS-COUNT-DISP
                      '  '
                      DELIMITED BY SIZE
                 INTO WS-DISPLAY-LINE(WS-LINE-IDX)
                 WITH POINTER WS-COUNTS-PTR
           END-IF.

      ***************************************************************
      *    The nightly reconciliation chain: the book-of-record load,*
      *    the extract pre-edit and the reconciliation itself, plus  *
      *    the consolidation once any partition has run.  The other  *
      *    ledgered jobs keep their own schedules and are not missed.*
      ***************************************************************
       LIST-MISSING-STEPS.
           MOVE SPACES TO WS-MISSING-LIST.
           MOVE 1 TO WS-MISSING-PTR.
           IF NOT WS-SEEN-BUP
               STRING 'GOSPBUP ' DELIMITED BY SIZE
                 INTO WS-MISSING-LIST WITH POINTER WS-MISSING-PTR
           END-IF.
           IF NOT WS-SEEN-EDT
               STRING 'GOSPEDT ' DELIMITED BY SIZE
                 INTO WS-MISSING-LIST WITH POINTER WS-MISSING-PTR
           END-IF.
           IF NOT WS-SEEN-BAT
               STRING 'GOSPBAT ' DELIMITED BY SIZE
                 INTO WS-MISSING-LIST WITH POINTER WS-MISSING-PTR
           END-IF.
           IF WS-SEEN-PART AND NOT WS-SEEN-CON
               STRING 'GOSPCON ' DELIMITED BY SIZE
                 INTO WS-MISSING-LIST WITH POINTER WS-MISSING-PTR
           END-IF.
