      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*

      *****************************************************************
      * Callable subroutine keeping the GOSPRUN batch run-control     *
      * ledger.  The nightly steps used to report only in SYSOUT and  *
      * condition codes; each ledgered step now CALLs this program    *
      * as it starts and as it ends, so the ledger holds, per step    *
      * per business date, when it ran, how it ended and its key      *
      * counts - and transaction GOSN (program GOSPRUNI) can show     *
      * the night's progress online.                                  *
      *                                                               *
      *  - Start ('S'): a step that already completed cleanly (return *
      *    code below 8) for the business date is refused with        *
      *    GOSPRUNP-ALREADY-COMPLETE, and the refusal counted on the  *
      *    entry; the caller ends at once with the return code the   *
      *    clean run ended with.  Otherwise the entry is marked       *
      *    running with the start time - a failed, reset or never-   *
      *    ended earlier attempt is simply started again.             *
      *                                                               *
      *  - End ('E'): the end time, return code and counts are        *
      *    recorded, and the entry marked complete or failed.         *
      *                                                               *
      *  - Reset ('X'): the GOSPRUNR operator job releases a clean    *
      *    completion for a rerun, recording who and when.            *
      *                                                               *
      * The ledger is opened and closed around every call, so steps  *
      * running side by side (the GOSPBAT partitions) and the online *
      * inquiry only ever hold it for an instant.  A ledger that      *
      * cannot be opened or updated is reported back as unavailable   *
      * and the step carries on: losing the night to the ledger       *
      * would be worse than losing the ledger for a night.             *
      *                                                               *
      * Deliberately plain COBOL with no CICS requests - it runs      *
      * only in the batch address space.                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOSPRUNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOSPRUN-FILE ASSIGN TO GOSPRUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOSPRUN-KEY
               FILE STATUS IS WS-GOSPRUN-STATUS.

           SELECT OPTIONAL GOSPRDT-FILE ASSIGN TO GOSPRDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOSPRDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GOSPRUN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPRUN.

      *---------------------------------------------------------------*
      *    Business date card - YYYYMMDD in columns 1-8.  Allocated  *
      *    only to run or rerun a step under a date other than the   *
      *    one the clock gives.                                        *
      *---------------------------------------------------------------*
       FD  GOSPRDT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPRDT-RECORD.
           05  GOSPRDT-BUSINESS-DATE  PIC X(08).
           05  GOSPRDT-FILLER         PIC X(72).

       WORKING-STORAGE SECTION.
       01 WS-GOSPRUN-STATUS  PIC X(02) VALUE '00'.
       01 WS-GOSPRDT-STATUS  PIC X(02) VALUE '00'.
       01 WS-LEDGER-OPEN-SW  PIC X(01) VALUE 'N'.
           88 WS-LEDGER-OPEN      VALUE 'Y'.
       01 WS-ON-FILE-SW      PIC X(01) VALUE 'N'.
           88 WS-ON-FILE          VALUE 'Y'.
       01 WS-COUNT-IDX       PIC 9(02) COMP.

      *---------------------------------------------------------------*
      *    The clock, and the batch-day cutover: a step started       *
      *    before 06:00 belongs to the previous business date.  The   *
      *    business date is settled on the first call and kept for   *
      *    the rest of the run unit, so a step's end is always filed *
      *    under the date its start was.                              *
      *---------------------------------------------------------------*
       01 WS-CUTOVER-TIME    PIC 9(08) VALUE 06000000.
       01 WS-NOW-DATE        PIC 9(08).
       01 WS-NOW-TIME        PIC 9(08).
       01 WS-NOW-INTEGER     PIC 9(08).
       01 WS-RUN-BUSINESS-DATE PIC X(08) VALUE SPACES.
       01 WS-PRIOR-YYYYMMDD  PIC 9(08).
       01 WS-RC-DISP         PIC Z(03)9.

       LINKAGE SECTION.
           COPY GOSPRUNP.

       PROCEDURE DIVISION USING GOSPRUNP-PARM.
      ***************************************************************
      *    Main section - dispatch on the function.                  *
      ***************************************************************
           SET GOSPRUNP-OK TO TRUE.
           MOVE SPACES TO GOSPRUNP-MESSAGE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           PERFORM SETTLE-BUSINESS-DATE.

           PERFORM OPEN-LEDGER.
           IF WS-LEDGER-OPEN
               EVALUATE TRUE
                   WHEN GOSPRUNP-STEP-START
                       PERFORM STEP-START
                   WHEN GOSPRUNP-STEP-END
                       PERFORM STEP-END
                   WHEN GOSPRUNP-STEP-RESET
                       PERFORM STEP-RESET
               END-EVALUATE
               CLOSE GOSPRUN-FILE
               MOVE 'N' TO WS-LEDGER-OPEN-SW
           END-IF.

           GOBACK.

      ***************************************************************
      *    The business date: the caller's when it names one (the    *
      *    reset job always does), else the one settled earlier in   *
      *    this run unit, else the GOSPRDT card, else the clock with *
      *    the 06:00 cutover.                                          *
      ***************************************************************
       SETTLE-BUSINESS-DATE.
           IF GOSPRUNP-BUSINESS-DATE = SPACES
               IF WS-RUN-BUSINESS-DATE = SPACES
                   PERFORM READ-BUSINESS-DATE-CARD
               END-IF
               IF WS-RUN-BUSINESS-DATE = SPACES
                   PERFORM BUSINESS-DATE-FROM-CLOCK
               END-IF
               MOVE WS-RUN-BUSINESS-DATE TO GOSPRUNP-BUSINESS-DATE
           END-IF.

       BUSINESS-DATE-FROM-CLOCK.
           IF WS-NOW-TIME < WS-CUTOVER-TIME
               COMPUTE WS-NOW-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) - 1
               COMPUTE WS-PRIOR-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-NOW-INTEGER)
               MOVE WS-PRIOR-YYYYMMDD TO WS-RUN-BUSINESS-DATE
           ELSE
               MOVE WS-NOW-DATE TO WS-RUN-BUSINESS-DATE
           END-IF.

       READ-BUSINESS-DATE-CARD.
           OPEN INPUT GOSPRDT-FILE.
           IF WS-GOSPRDT-STATUS = '00'
               READ GOSPRDT-FILE
                   NOT AT END
                       IF GOSPRDT-BUSINESS-DATE IS NUMERIC
                           MOVE GOSPRDT-BUSINESS-DATE
                             TO WS-RUN-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE GOSPRDT-FILE
           ELSE
               IF WS-GOSPRDT-STATUS = '05'
                   CLOSE GOSPRDT-FILE
               END-IF
           END-IF.

      ***************************************************************
      *    Open the ledger for update.  Status 97 is only VSAM       *
      *    having verified the cluster after an unclean close.        *
      ***************************************************************
       OPEN-LEDGER.
           MOVE 'N' TO WS-LEDGER-OPEN-SW.
           OPEN I-O GOSPRUN-FILE.
           IF WS-GOSPRUN-STATUS = '00' OR WS-GOSPRUN-STATUS = '97'
               MOVE 'Y' TO WS-LEDGER-OPEN-SW
           ELSE
               SET GOSPRUNP-LEDGER-UNAVAILABLE TO TRUE
               STRING 'GOSPRUN LEDGER OPEN FAILED, FILE STATUS='
                      DELIMITED BY SIZE
                      WS-GOSPRUN-STATUS DELIMITED BY SIZE
                 INTO GOSPRUNP-MESSAGE
           END-IF.

       READ-ENTRY.
           MOVE GOSPRUNP-BUSINESS-DATE TO GOSPRUN-BUSINESS-DATE.
           MOVE GOSPRUNP-STEP-NAME     TO GOSPRUN-STEP-NAME.
           MOVE GOSPRUNP-STEP-QUAL     TO GOSPRUN-STEP-QUAL.
           READ GOSPRUN-FILE.
           IF WS-GOSPRUN-STATUS = '00'
               MOVE 'Y' TO WS-ON-FILE-SW
           ELSE
               MOVE 'N' TO WS-ON-FILE-SW
           END-IF.

      ***************************************************************
      *    Step start - refuse a clean completion, else (re)start    *
      *    the entry.                                                  *
      ***************************************************************
       STEP-START.
           PERFORM READ-ENTRY.
           IF WS-ON-FILE AND GOSPRUN-COMPLETE
               PERFORM REFUSE-RERUN
           ELSE
               PERFORM START-ENTRY
           END-IF.

       REFUSE-RERUN.
           SET GOSPRUNP-ALREADY-COMPLETE TO TRUE.
           MOVE GOSPRUN-RETURN-CODE TO GOSPRUNP-STEP-RC.
           MOVE GOSPRUN-RETURN-CODE TO WS-RC-DISP.
           STRING 'ALREADY COMPLETE FOR BUSINESS DATE '
                  DELIMITED BY SIZE
                  GOSPRUNP-BUSINESS-DATE DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  GOSPRUN-END-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GOSPRUN-END-TIME DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-RC-DISP DELIMITED BY SIZE
             INTO GOSPRUNP-MESSAGE.
           ADD 1 TO GOSPRUN-BLOCKED-COUNT.
           MOVE WS-NOW-DATE        TO GOSPRUN-BLOCKED-DATE.
           MOVE WS-NOW-TIME(1:6)   TO GOSPRUN-BLOCKED-TIME.
           PERFORM REWRITE-ENTRY.

       START-ENTRY.
           IF NOT WS-ON-FILE
               MOVE SPACES TO GOSPRUN-RECORD
               MOVE GOSPRUNP-BUSINESS-DATE TO GOSPRUN-BUSINESS-DATE
               MOVE GOSPRUNP-STEP-NAME     TO GOSPRUN-STEP-NAME
               MOVE GOSPRUNP-STEP-QUAL     TO GOSPRUN-STEP-QUAL
               MOVE 0 TO GOSPRUN-ATTEMPTS
               MOVE 0 TO GOSPRUN-BLOCKED-COUNT
           END-IF.
           SET GOSPRUN-RUNNING TO TRUE.
           ADD 1 TO GOSPRUN-ATTEMPTS.
           MOVE WS-NOW-DATE       TO GOSPRUN-START-DATE.
           MOVE WS-NOW-TIME(1:6)  TO GOSPRUN-START-TIME.
           MOVE SPACES            TO GOSPRUN-END-DATE.
           MOVE SPACES            TO GOSPRUN-END-TIME.
           MOVE 0                 TO GOSPRUN-RETURN-CODE.
           PERFORM CLEAR-ONE-COUNT
               VARYING WS-COUNT-IDX FROM 1 BY 1
               UNTIL WS-COUNT-IDX > 3.

           IF WS-ON-FILE
               PERFORM REWRITE-ENTRY
           ELSE
               PERFORM WRITE-ENTRY
           END-IF.

       CLEAR-ONE-COUNT.
           MOVE SPACES TO GOSPRUN-COUNT-LABEL(WS-COUNT-IDX).
           MOVE 0      TO GOSPRUN-COUNT-VALUE(WS-COUNT-IDX).

      ***************************************************************
      *    Step end - an entry the start never wrote (the ledger was *
      *    down then) is added now, with no start time.               *
      ***************************************************************
       STEP-END.
           PERFORM READ-ENTRY.
           IF NOT WS-ON-FILE
               MOVE SPACES TO GOSPRUN-RECORD
               MOVE GOSPRUNP-BUSINESS-DATE TO GOSPRUN-BUSINESS-DATE
               MOVE GOSPRUNP-STEP-NAME     TO GOSPRUN-STEP-NAME
               MOVE GOSPRUNP-STEP-QUAL     TO GOSPRUN-STEP-QUAL
               MOVE 1 TO GOSPRUN-ATTEMPTS
               MOVE 0 TO GOSPRUN-BLOCKED-COUNT
           END-IF.
           MOVE WS-NOW-DATE       TO GOSPRUN-END-DATE.
           MOVE WS-NOW-TIME(1:6)  TO GOSPRUN-END-TIME.
           MOVE GOSPRUNP-STEP-RC  TO GOSPRUN-RETURN-CODE.
           IF GOSPRUNP-STEP-RC < 8
               SET GOSPRUN-COMPLETE TO TRUE
           ELSE
               SET GOSPRUN-FAILED TO TRUE
           END-IF.
           MOVE GOSPRUNP-COUNTS TO GOSPRUN-COUNTS.

           IF WS-ON-FILE
               PERFORM REWRITE-ENTRY
           ELSE
               PERFORM WRITE-ENTRY
           END-IF.

      ***************************************************************
      *    Step reset - only a clean completion needs releasing; any *
      *    other state already lets the step run.                     *
      ***************************************************************
       STEP-RESET.
           PERFORM READ-ENTRY.
           IF WS-ON-FILE AND GOSPRUN-COMPLETE
               MOVE GOSPRUN-RETURN-CODE TO GOSPRUNP-STEP-RC
               SET GOSPRUN-RESET TO TRUE
               MOVE GOSPRUNP-RESET-USERID TO GOSPRUN-RESET-USERID
               MOVE WS-NOW-DATE           TO GOSPRUN-RESET-DATE
               MOVE WS-NOW-TIME(1:6)      TO GOSPRUN-RESET-TIME
               PERFORM REWRITE-ENTRY
           ELSE
               SET GOSPRUNP-NOTHING-TO-RESET TO TRUE
               MOVE 'NO CLEAN COMPLETION ON THE LEDGER TO RESET'
                 TO GOSPRUNP-MESSAGE
           END-IF.

       WRITE-ENTRY.
           WRITE GOSPRUN-RECORD.
           IF WS-GOSPRUN-STATUS NOT = '00'
               PERFORM REPORT-UPDATE-FAILED
           END-IF.

       REWRITE-ENTRY.
           REWRITE GOSPRUN-RECORD.
           IF WS-GOSPRUN-STATUS NOT = '00'
               PERFORM REPORT-UPDATE-FAILED
           END-IF.

      *    A refused start stays refused even if the refusal could   *
      *    not be counted - the clean completion is what matters.     *
       REPORT-UPDATE-FAILED.
           IF NOT GOSPRUNP-ALREADY-COMPLETE
               SET GOSPRUNP-LEDGER-UNAVAILABLE TO TRUE
               MOVE SPACES TO GOSPRUNP-MESSAGE
               STRING 'GOSPRUN LEDGER UPDATE FAILED, FILE STATUS='
                      DELIMITED BY SIZE
                      WS-GOSPRUN-STATUS DELIMITED BY SIZE
                 INTO GOSPRUNP-MESSAGE
           END-IF.
