      * book of record, a failed call, or a request rejected by the  *
      * shared edits - is written to the GOSPRPT report.              *
      *                                                               *
      * An amount break small enough to fall inside the GOSPTOL      *
      * tolerance rules (see the GOSPTOL copybook) is not an          *
      * exception: it is counted, and listed in its own section at    *
      * the end of the report, so rounding pennies no longer land on  *
      * the clerks' workbench.  The order status YOSPRING reports is  *
      * compared with the book-of-record status as well - where the   *
      * amounts agree (or agree within tolerance) but the statuses    *
      * do not, a status break (type 'S') is raised on GOSPEXC for    *
      * the clerk to work.  Where both disagree, the amount mismatch  *
      * is raised and carries both statuses.  A status either side    *
      * leaves blank is not compared.                                  *
      *                                                               *
      * The reconciliation can also run as one partition of a         *
      * parallel set: PARM='PART=NN' picks card NN from the GOSPPART  *
      * control file (see GOSPPRT), and this run then works only the  *
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOSPEXCP-STATUS.

           SELECT OPTIONAL GOSPTOL-FILE ASSIGN TO GOSPTOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOSPTOL-STATUS.

           SELECT GOSPTLW-FILE ASSIGN TO GOSPTLW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOSPTLW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GOSPEXT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GOSPEXCP-RECORD                PIC X(150).

       FD  GOSPTOL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPTOL.

      *    Work file holding the within-tolerance lines until the   *
      *    run's own section of the report is written at the end.   *
       FD  GOSPTLW-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPTLW-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-GOSPEXT-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPBOR-STATUS              PIC X(02) VALUE '00'.
       77  WS-RECORDS-NOT-ON-BOR          PIC 9(07) COMP-3 VALUE 0.
       77  WS-RECORDS-FAILED              PIC 9(07) COMP-3 VALUE 0.
       77  WS-RECORDS-REJECTED            PIC 9(07) COMP-3 VALUE 0.
       77  WS-RECORDS-IN-TOLERANCE        PIC 9(07) COMP-3 VALUE 0.
       77  WS-RECORDS-STATUS-BREAK        PIC 9(07) COMP-3 VALUE 0.
       77  WS-CHECKPOINT-INTERVAL         PIC 9(05) COMP-3 VALUE 100.
       77  WS-RECORDS-SINCE-CP            PIC 9(05) COMP-3 VALUE 0.

       01  WS-PART-FROM-CUST              PIC X(10) VALUE LOW-VALUES.
       01  WS-PART-TO-CUST                PIC X(10) VALUE HIGH-VALUES.

      *---------------------------------------------------------------*
      *    Tolerance rules loaded from GOSPTOL at initialization, in *
      *    card order - the first rule covering an entry applies.    *
      *---------------------------------------------------------------*
       77  WS-GOSPTOL-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPTLW-STATUS              PIC X(02) VALUE '00'.
       77  WS-TOL-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-TOL-EOF                     VALUE 'Y'.
       77  WS-TOL-COVERED-SW              PIC X(01) VALUE 'N'.
           88  WS-TOL-COVERED                 VALUE 'Y'.
       77  WS-TOL-WITHIN-SW               PIC X(01) VALUE 'N'.
           88  WS-TOL-WITHIN                  VALUE 'Y'.
       77  WS-STATUS-BREAK-SW             PIC X(01) VALUE 'N'.
           88  WS-STATUS-BREAK                VALUE 'Y'.
       77  WS-TOL-RULE-MAX                PIC 9(03) COMP VALUE 100.
       77  WS-TOL-RULE-COUNT              PIC 9(03) COMP VALUE 0.
       77  WS-TOL-IDX                     PIC 9(03) COMP VALUE 0.
       77  WS-TOL-CARDS-READ              PIC 9(05) COMP VALUE 0.

       01  WS-TOL-TABLE.
           05  WS-TOL-RULE OCCURS 100 TIMES.
               10  WS-TOL-RULE-TYPE       PIC X(01).
                   88  WS-TOL-CUSTOMER-RANGE  VALUE 'C'.
                   88  WS-TOL-AMOUNT-BAND     VALUE 'A'.
               10  WS-TOL-FROM-CUSTOMER   PIC X(10).
               10  WS-TOL-TO-CUSTOMER     PIC X(10).
               10  WS-TOL-FROM-AMOUNT     PIC 9(09)V99 COMP-3.
               10  WS-TOL-TO-AMOUNT       PIC 9(09)V99 COMP-3.
               10  WS-TOL-BASIS           PIC X(01).
                   88  WS-TOL-PERCENT         VALUE 'P'.
               10  WS-TOL-TOLERANCE       PIC 9(07)V99 COMP-3.

       01  WS-TOL-RULE-NO                 PIC 9(03) VALUE 0.
       01  WS-TOL-BOR-AMOUNT              PIC S9(09)V99 COMP-3.
       01  WS-TOL-DIFFERENCE              PIC S9(09)V99 COMP-3.
       01  WS-TOL-ALLOWED                 PIC S9(09)V99 COMP-3.
       01  WS-TOL-CARD-DISP               PIC ZZ,ZZ9.

       77  WS-BLOCK-MAX                   PIC 9(03) COMP VALUE 50.
       77  WS-BLOCK-IDX                   PIC 9(03) COMP VALUE 0.


           COPY GOSPBLK.

      *---------------------------------------------------------------*
      *    Run-control ledger entry for this step (see GOSPRUNL).    *
      *---------------------------------------------------------------*
           COPY GOSPRUNP.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH                PIC S9(04) COMP.
                   UNTIL WS-EOF.

           PERFORM 3000-TERMINATE THRU 3000-EXIT.
           PERFORM 3900-RUN-CONTROL-END THRU 3900-EXIT.

           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-PARSE-PARM THRU 1050-EXIT.

           PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.

           OPEN INPUT  GOSPEXT-FILE.
           IF WS-GOSPEXT-STATUS NOT = '00'
               DISPLAY 'GOSPBAT: GOSPEXT OPEN FAILED, FILE STATUS='
               STOP RUN
           END-IF.
           OPEN OUTPUT GOSPRPT-FILE.
           OPEN OUTPUT GOSPTLW-FILE.
           IF WS-GOSPTLW-STATUS NOT = '00'
               DISPLAY 'GOSPBAT: GOSPTLW OPEN FAILED, FILE STATUS='
                       WS-GOSPTLW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The exceptions file carries unresolved items forward      *
      *    across runs, so it is extended in place, never reloaded.  *
               TO GOSPRPT-RECORD.
           WRITE GOSPRPT-RECORD.

           PERFORM 1200-LOAD-TOLERANCE-RULES THRU 1200-EXIT.

      *    Open the EXCI pipe once for the whole run - every block   *
      *    this run ships rides the same session (closed again at    *
      *    3000-TERMINATE).                                            *
       1100-EXIT.
           EXIT.

      ***************************************************************
      *    1200-LOAD-TOLERANCE-RULES - load the GOSPTOL cards into   *
      *    the rule table.  GOSPTOL is OPTIONAL: with no cards every *
      *    amount must match to the cent, as it always has.  A card  *
      *    that does not edit stops the run rather than reconcile    *
      *    the night under rules nobody meant.                        *
      ***************************************************************
       1200-LOAD-TOLERANCE-RULES.
           OPEN INPUT GOSPTOL-FILE.
           IF WS-GOSPTOL-STATUS NOT = '00'
              AND WS-GOSPTOL-STATUS NOT = '05'
               DISPLAY 'GOSPBAT: GOSPTOL OPEN FAILED, FILE STATUS='
                       WS-GOSPTOL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO WS-TOL-RULE-COUNT.
           MOVE 'N' TO WS-TOL-EOF-SW.
           PERFORM 1210-LOAD-ONE-RULE THRU 1210-EXIT
                   UNTIL WS-TOL-EOF.
           CLOSE GOSPTOL-FILE.

           MOVE SPACES TO GOSPRPT-RECORD.
           IF WS-TOL-RULE-COUNT = 0
               MOVE 'NO TOLERANCE RULES - AMOUNTS MUST MATCH EXACTLY'
                 TO GOSPRPT-RECORD
           ELSE
               MOVE WS-TOL-RULE-COUNT TO WS-TOL-CARD-DISP
               STRING 'TOLERANCE RULES LOADED: ' DELIMITED BY SIZE
                      WS-TOL-CARD-DISP          DELIMITED BY SIZE
                 INTO GOSPRPT-RECORD
           END-IF.
           WRITE GOSPRPT-RECORD.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-RULE.
           READ GOSPTOL-FILE
               AT END
                   MOVE 'Y' TO WS-TOL-EOF-SW
                   GO TO 1210-EXIT
           END-READ.
           IF WS-GOSPTOL-STATUS NOT = '00'
               DISPLAY 'GOSPBAT: GOSPTOL READ FAILED, FILE STATUS='
                       WS-GOSPTOL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOL-CARDS-READ.
           IF GOSPTOL-COMMENT
               GO TO 1210-EXIT
           END-IF.

           MOVE WS-TOL-CARDS-READ TO WS-TOL-CARD-DISP.
           IF NOT GOSPTOL-CUSTOMER-RANGE
              AND NOT GOSPTOL-AMOUNT-BAND
               DISPLAY 'GOSPBAT: GOSPTOL CARD ' WS-TOL-CARD-DISP
                       ' - RULE TYPE MUST BE C OR A'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT GOSPTOL-ABSOLUTE
              AND NOT GOSPTOL-PERCENT
               DISPLAY 'GOSPBAT: GOSPTOL CARD ' WS-TOL-CARD-DISP
                       ' - BASIS MUST BE A OR P'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF GOSPTOL-TOLERANCE IS NOT NUMERIC
               DISPLAY 'GOSPBAT: GOSPTOL CARD ' WS-TOL-CARD-DISP
                       ' - TOLERANCE NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF GOSPTOL-CUSTOMER-RANGE
              AND GOSPTOL-FROM-CUSTOMER > GOSPTOL-TO-CUSTOMER
               DISPLAY 'GOSPBAT: GOSPTOL CARD ' WS-TOL-CARD-DISP
                       ' - CUSTOMER RANGE IS BACKWARDS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF GOSPTOL-AMOUNT-BAND
               IF GOSPTOL-FROM-AMOUNT IS NOT NUMERIC
                  OR GOSPTOL-TO-AMOUNT IS NOT NUMERIC
                   DISPLAY 'GOSPBAT: GOSPTOL CARD ' WS-TOL-CARD-DISP
                           ' - AMOUNT BAND NOT NUMERIC'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF GOSPTOL-FROM-AMOUNT > GOSPTOL-TO-AMOUNT
                   DISPLAY 'GOSPBAT: GOSPTOL CARD ' WS-TOL-CARD-DISP
                           ' - AMOUNT BAND IS BACKWARDS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-TOL-RULE-COUNT >= WS-TOL-RULE-MAX
               DISPLAY 'GOSPBAT: GOSPTOL HOLDS MORE THAN '
                       WS-TOL-RULE-MAX ' RULES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-TOL-RULE-COUNT.
           MOVE GOSPTOL-RULE-TYPE
             TO WS-TOL-RULE-TYPE(WS-TOL-RULE-COUNT).
           MOVE GOSPTOL-BASIS
             TO WS-TOL-BASIS(WS-TOL-RULE-COUNT).
           MOVE GOSPTOL-TOLERANCE
             TO WS-TOL-TOLERANCE(WS-TOL-RULE-COUNT).
           IF GOSPTOL-CUSTOMER-RANGE
               MOVE GOSPTOL-FROM-CUSTOMER
                 TO WS-TOL-FROM-CUSTOMER(WS-TOL-RULE-COUNT)
               MOVE GOSPTOL-TO-CUSTOMER
                 TO WS-TOL-TO-CUSTOMER(WS-TOL-RULE-COUNT)
               MOVE ZERO TO WS-TOL-FROM-AMOUNT(WS-TOL-RULE-COUNT)
               MOVE ZERO TO WS-TOL-TO-AMOUNT(WS-TOL-RULE-COUNT)
           ELSE
               MOVE SPACES TO WS-TOL-FROM-CUSTOMER(WS-TOL-RULE-COUNT)
               MOVE SPACES TO WS-TOL-TO-CUSTOMER(WS-TOL-RULE-COUNT)
               MOVE GOSPTOL-FROM-AMOUNT
                 TO WS-TOL-FROM-AMOUNT(WS-TOL-RULE-COUNT)
               MOVE GOSPTOL-TO-AMOUNT
                 TO WS-TOL-TO-AMOUNT(WS-TOL-RULE-COUNT)
           END-IF.
       1210-EXIT.
           EXIT.

      ***************************************************************
      *    1900-RUN-CONTROL-START - enter this step on the GOSPRUN   *
      *    run-control ledger for the business date.  A step that    *
      *    already completed cleanly for the date is not run again   *
      *    until an operator resets it with the GOSPRUNR job.  A     *
      *    whole-extract run turned away ends with the return code   *
      *    the clean run ended with, so the job's later COND tests   *
      *    see what they saw then.  A partition turned away ends 16  *
      *    instead: its RPT.Pnn and EXCP.Pnn datasets are consumed   *
      *    by CONSOL or scratched by CLEANUP on a resubmit, so       *
      *    CONSOL must not run on the strength of the earlier run.   *
      ***************************************************************
       1900-RUN-CONTROL-START.
           INITIALIZE GOSPRUNP-PARM.
           SET GOSPRUNP-STEP-START TO TRUE.
           MOVE 'GOSPBAT' TO GOSPRUNP-STEP-NAME.
           IF WS-PART-MODE
               STRING 'PART' WS-PART-NO DELIMITED BY SIZE
                 INTO GOSPRUNP-STEP-QUAL
           END-IF.
           CALL 'GOSPRUNL' USING GOSPRUNP-PARM.
           IF GOSPRUNP-ALREADY-COMPLETE
               DISPLAY 'GOSPBAT: ' GOSPRUNP-MESSAGE
               DISPLAY 'GOSPBAT: STEP NOT RUN AGAIN - RESET IT WITH '
                       'GOSPRUNR TO RERUN'
               IF WS-PART-MODE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE GOSPRUNP-STEP-RC TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.
           IF GOSPRUNP-LEDGER-UNAVAILABLE
               DISPLAY 'GOSPBAT: ' GOSPRUNP-MESSAGE
               DISPLAY 'GOSPBAT: RUNNING WITHOUT RERUN PROTECTION'
           END-IF.
       1900-EXIT.
           EXIT.

      ***************************************************************
      *    2000-PROCESS-ONE-BLOCK - gather up to WS-BLOCK-MAX        *
      *    extract records into the bulk block, ship the block over  *
      *    entry's key and compare YOSPRING's reply amount against   *
      *    it.  An entry the shared edits rejected (41xx) never     *
      *    went anywhere - report it as bad input, distinct from a   *
      *    failed call, and skip the book-of-record lookup.  One the *
      *    customer master check refused (45xx) is handled the same  *
      *    way, under its own reason - except 4505, master           *
      *    unavailable, which says nothing about the input and is    *
      *    counted as a failed call.                                  *
      ***************************************************************
       2310-RECONCILE-ONE.
           MOVE GOSPBLK-CUSTOMER-NO(WS-BLOCK-IDX)
           MOVE GOSPBLK-RSP-STATUS-CODE(WS-BLOCK-IDX)
             TO WS-RPT-STATUS-CODE.

           IF WS-RPT-STATUS-CODE = '4505'
               ADD 1 TO WS-RECORDS-FAILED
               PERFORM 2500-WRITE-FAILED THRU 2500-EXIT
               GO TO 2310-NEXT
           END-IF.

           IF WS-RPT-STATUS-CODE(1:2) = '41'
              OR WS-RPT-STATUS-CODE(1:2) = '45'
               ADD 1 TO WS-RECORDS-REJECTED
               PERFORM 2550-WRITE-REJECTED THRU 2550-EXIT
               MOVE 'J' TO WS-EXC-TYPE
               MOVE 'N' TO WS-EXC-ON-BOR-SW
               EVALUATE WS-RPT-STATUS-CODE
                   WHEN '4501'
                       MOVE 'CUSTOMER NOT ON MASTER'
                         TO WS-EXC-REASON
                   WHEN '4502' THRU '4504'
                       MOVE 'AJ REFUSED - CLOSED OR HELD'
                         TO WS-EXC-REASON
                   WHEN OTHER
                       MOVE 'REJECTED BY INPUT EDITS' TO WS-EXC-REASON
               END-EVALUATE
               PERFORM 2350-RECORD-EXCEPTION THRU 2350-EXIT
               GO TO 2310-NEXT
           END-IF.
           END-IF.

           IF WS-RPT-STATUS-CODE = '0000'
               PERFORM 2320-RECONCILE-ANSWERED THRU 2320-EXIT
           ELSE
               ADD 1 TO WS-RECORDS-FAILED
               PERFORM 2500-WRITE-FAILED THRU 2500-EXIT
       2310-EXIT.
           EXIT.

      ***************************************************************
      *    2320-RECONCILE-ANSWERED - YOSPRING answered the entry and *
      *    it is on the book of record.  An exact amount match, or a *
      *    break the tolerance rules allow, is reconciled on amount; *
      *    either is then a status break if the order statuses       *
      *    disagree.  A break outside tolerance is an amount         *
      *    mismatch whatever the statuses say.                        *
      ***************************************************************
       2320-RECONCILE-ANSWERED.
           MOVE 'N' TO WS-STATUS-BREAK-SW.
           IF GOSPBLK-RSP-ORDER-STATUS(WS-BLOCK-IDX) NOT = SPACES
              AND GOSPBOR-EXPECTED-STATUS NOT = SPACES
              AND GOSPBLK-RSP-ORDER-STATUS(WS-BLOCK-IDX)
                      NOT = GOSPBOR-EXPECTED-STATUS
               MOVE 'Y' TO WS-STATUS-BREAK-SW
           END-IF.

           IF GOSPBLK-RSP-AMOUNT(WS-BLOCK-IDX)
                  = GOSPBOR-EXPECTED-AMOUNT
               MOVE 'Y' TO WS-TOL-WITHIN-SW
           ELSE
               PERFORM 2330-APPLY-TOLERANCE THRU 2330-EXIT
               IF WS-TOL-WITHIN
                   ADD 1 TO WS-RECORDS-IN-TOLERANCE
                   PERFORM 2610-WRITE-IN-TOLERANCE THRU 2610-EXIT
               END-IF
           END-IF.

           IF NOT WS-TOL-WITHIN
               ADD 1 TO WS-RECORDS-MISMATCHED
               PERFORM 2600-WRITE-MISMATCH THRU 2600-EXIT
               MOVE 'M' TO WS-EXC-TYPE
               MOVE 'Y' TO WS-EXC-ON-BOR-SW
               IF WS-STATUS-BREAK
                   MOVE 'AMOUNT AND STATUS MISMATCH' TO WS-EXC-REASON
               ELSE
                   MOVE 'AMOUNT MISMATCH' TO WS-EXC-REASON
               END-IF
               PERFORM 2350-RECORD-EXCEPTION THRU 2350-EXIT
               GO TO 2320-EXIT
           END-IF.

           IF WS-STATUS-BREAK
               ADD 1 TO WS-RECORDS-STATUS-BREAK
               PERFORM 2620-WRITE-STATUS-BREAK THRU 2620-EXIT
               MOVE 'S' TO WS-EXC-TYPE
               MOVE 'Y' TO WS-EXC-ON-BOR-SW
               MOVE 'ORDER STATUS MISMATCH' TO WS-EXC-REASON
               PERFORM 2350-RECORD-EXCEPTION THRU 2350-EXIT
           ELSE
               IF GOSPBLK-RSP-AMOUNT(WS-BLOCK-IDX)
                      = GOSPBOR-EXPECTED-AMOUNT
                   ADD 1 TO WS-RECORDS-MATCHED
               END-IF
           END-IF.
       2320-EXIT.
           EXIT.

      ***************************************************************
      *    2330-APPLY-TOLERANCE - find the first rule covering this  *
      *    entry and test the amount break against its allowance.    *
      *    Amount bands and percentages work on the book-of-record   *
      *    amount without its sign.  No covering rule, no allowance. *
      ***************************************************************
       2330-APPLY-TOLERANCE.
           MOVE 'N' TO WS-TOL-WITHIN-SW.
           MOVE 'N' TO WS-TOL-COVERED-SW.
           MOVE 0 TO WS-TOL-RULE-NO.

           IF GOSPBOR-EXPECTED-AMOUNT < 0
               COMPUTE WS-TOL-BOR-AMOUNT = 0 - GOSPBOR-EXPECTED-AMOUNT
           ELSE
               MOVE GOSPBOR-EXPECTED-AMOUNT TO WS-TOL-BOR-AMOUNT
           END-IF.
           COMPUTE WS-TOL-DIFFERENCE = GOSPBLK-RSP-AMOUNT(WS-BLOCK-IDX)
                                     - GOSPBOR-EXPECTED-AMOUNT.
           IF WS-TOL-DIFFERENCE < 0
               COMPUTE WS-TOL-DIFFERENCE = 0 - WS-TOL-DIFFERENCE
           END-IF.

           MOVE 1 TO WS-TOL-IDX.
           PERFORM 2340-CHECK-ONE-RULE THRU 2340-EXIT
                   UNTIL WS-TOL-COVERED
                      OR WS-TOL-IDX > WS-TOL-RULE-COUNT.
           IF NOT WS-TOL-COVERED
               GO TO 2330-EXIT
           END-IF.

           IF WS-TOL-PERCENT(WS-TOL-IDX)
               COMPUTE WS-TOL-ALLOWED ROUNDED =
                   WS-TOL-BOR-AMOUNT * WS-TOL-TOLERANCE(WS-TOL-IDX)
                   / 100
           ELSE
               MOVE WS-TOL-TOLERANCE(WS-TOL-IDX) TO WS-TOL-ALLOWED
           END-IF.
           MOVE WS-TOL-IDX TO WS-TOL-RULE-NO.
           IF WS-TOL-DIFFERENCE NOT > WS-TOL-ALLOWED
               MOVE 'Y' TO WS-TOL-WITHIN-SW
           END-IF.
       2330-EXIT.
           EXIT.

       2340-CHECK-ONE-RULE.
           IF WS-TOL-CUSTOMER-RANGE(WS-TOL-IDX)
               IF WS-RPT-CUSTOMER-NO
                      NOT < WS-TOL-FROM-CUSTOMER(WS-TOL-IDX)
                  AND WS-RPT-CUSTOMER-NO
                      NOT > WS-TOL-TO-CUSTOMER(WS-TOL-IDX)
                   MOVE 'Y' TO WS-TOL-COVERED-SW
               END-IF
           ELSE
               IF WS-TOL-BOR-AMOUNT
                      NOT < WS-TOL-FROM-AMOUNT(WS-TOL-IDX)
                  AND WS-TOL-BOR-AMOUNT
                      NOT > WS-TOL-TO-AMOUNT(WS-TOL-IDX)
                   MOVE 'Y' TO WS-TOL-COVERED-SW
               END-IF
           END-IF.
           IF NOT WS-TOL-COVERED
               ADD 1 TO WS-TOL-IDX
           END-IF.
       2340-EXIT.
           EXIT.

      ***************************************************************
      *    2350-RECORD-EXCEPTION - write (or refresh) the structured *
      *    exception for the entry just reconciled, so the clerk     *
                   MOVE SPACES TO GOSPEXC-DISP-USERID
                   MOVE SPACES TO GOSPEXC-DISP-DATE
                   MOVE SPACES TO GOSPEXC-DISP-COMMENT
                   MOVE WS-RUN-DATE TO GOSPEXC-FIRST-RAISED-DATE
               END-IF
      *        An exception raised before the first-raised date was *
      *        kept is dated from the last run that saw it - the    *
      *        oldest date still on the record.                      *
               IF GOSPEXC-FIRST-RAISED-DATE = SPACES
                   MOVE GOSPEXC-RUN-DATE TO GOSPEXC-FIRST-RAISED-DATE
               END-IF
               PERFORM 2370-FILL-EXCEPTION THRU 2370-EXIT
               REWRITE GOSPEXC-RECORD
           MOVE SPACES TO GOSPEXC-DISP-USERID.
           MOVE SPACES TO GOSPEXC-DISP-DATE.
           MOVE SPACES TO GOSPEXC-DISP-COMMENT.
           MOVE WS-RUN-DATE TO GOSPEXC-FIRST-RAISED-DATE.
       2360-EXIT.
           EXIT.

      ***************************************************************
      *    2370-FILL-EXCEPTION - this run's view of the exception:  *
      *    type, both amounts and both order statuses where known,  *
      *    the reason and the run date.                              *
      ***************************************************************
       2370-FILL-EXCEPTION.
           MOVE WS-EXC-TYPE   TO GOSPEXC-TYPE.
           IF WS-RPT-STATUS-CODE = '0000'
               MOVE GOSPBLK-RSP-AMOUNT(WS-BLOCK-IDX)
                 TO GOSPEXC-YOSPRING-AMOUNT
               MOVE GOSPBLK-RSP-ORDER-STATUS(WS-BLOCK-IDX)
                 TO GOSPEXC-YOSPRING-STATUS
           ELSE
               MOVE ZERO   TO GOSPEXC-YOSPRING-AMOUNT
               MOVE SPACES TO GOSPEXC-YOSPRING-STATUS
           END-IF.
           IF WS-EXC-ON-BOR
               MOVE GOSPBOR-EXPECTED-AMOUNT
       2600-EXIT.
           EXIT.

      ***************************************************************
      *    2610-WRITE-IN-TOLERANCE - held on the GOSPTLW work file  *
      *    until 3100-WRITE-TOLERANCE-SECTION lists them together.  *
      ***************************************************************
       2610-WRITE-IN-TOLERANCE.
           MOVE SPACES TO GOSPTLW-RECORD.
           MOVE GOSPBLK-RSP-AMOUNT(WS-BLOCK-IDX) TO WS-AMOUNT-DISP.
           MOVE GOSPBOR-EXPECTED-AMOUNT TO WS-EXPECTED-DISP.
           STRING 'IN TOLERANCE CUST=' DELIMITED BY SIZE
                  WS-RPT-CUSTOMER-NO   DELIMITED BY SIZE
                  ' ORDER='            DELIMITED BY SIZE
                  WS-RPT-ORDER-NO      DELIMITED BY SIZE
                  ' YOSPRING='         DELIMITED BY SIZE
                  WS-AMOUNT-DISP       DELIMITED BY SIZE
                  ' BOR='              DELIMITED BY SIZE
                  WS-EXPECTED-DISP     DELIMITED BY SIZE
                  ' RULE='             DELIMITED BY SIZE
                  WS-TOL-RULE-NO       DELIMITED BY SIZE
             INTO GOSPTLW-RECORD.
           WRITE GOSPTLW-RECORD.
           IF WS-GOSPTLW-STATUS NOT = '00'
               DISPLAY 'GOSPBAT: GOSPTLW WRITE FAILED, FILE STATUS='
                       WS-GOSPTLW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2610-EXIT.
           EXIT.

      ***************************************************************
      *    2620-WRITE-STATUS-BREAK                                  *
      ***************************************************************
       2620-WRITE-STATUS-BREAK.
           MOVE SPACES TO GOSPRPT-RECORD.
           STRING 'STATUS BREAK CUST=' DELIMITED BY SIZE
                  WS-RPT-CUSTOMER-NO   DELIMITED BY SIZE
                  ' ORDER='            DELIMITED BY SIZE
                  WS-RPT-ORDER-NO      DELIMITED BY SIZE
                  ' YOSPRING STATUS='  DELIMITED BY SIZE
                  GOSPBLK-RSP-ORDER-STATUS(WS-BLOCK-IDX)
                                       DELIMITED BY SIZE
                  ' BOR STATUS='       DELIMITED BY SIZE
                  GOSPBOR-EXPECTED-STATUS
                                       DELIMITED BY SIZE
             INTO GOSPRPT-RECORD.
           WRITE GOSPRPT-RECORD.
       2620-EXIT.
           EXIT.

      ***************************************************************
      *    3000-TERMINATE - this run reached end of file, so write   *
      *    the run summary, clear the checkpoint (a later run starts *
      *    the reconciliation work itself is already done by then.    *
      ***************************************************************
       3000-TERMINATE.
           PERFORM 3100-WRITE-TOLERANCE-SECTION THRU 3100-EXIT.

           MOVE SPACES TO GOSPRPT-RECORD.
           MOVE WS-RECORDS-READ TO WS-COUNT-DISP.
           STRING 'RECORDS READ      : ' DELIMITED BY SIZE
             INTO GOSPRPT-RECORD.
           WRITE GOSPRPT-RECORD.

           MOVE SPACES TO GOSPRPT-RECORD.
           MOVE WS-RECORDS-STATUS-BREAK TO WS-COUNT-DISP.
           STRING 'RECORDS STATUS BREAK: ' DELIMITED BY SIZE
                  WS-COUNT-DISP            DELIMITED BY SIZE
             INTO GOSPRPT-RECORD.
           WRITE GOSPRPT-RECORD.

           MOVE SPACES TO GOSPRPT-RECORD.
           MOVE WS-RECORDS-IN-TOLERANCE TO WS-COUNT-DISP.
           STRING 'RECORDS IN TOLERANCE: ' DELIMITED BY SIZE
                  WS-COUNT-DISP            DELIMITED BY SIZE
             INTO GOSPRPT-RECORD.
           WRITE GOSPRPT-RECORD.

           IF NOT WS-PART-MODE
               PERFORM 3050-CLEAR-CHECKPOINT THRU 3050-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      ***************************************************************
      *    3100-WRITE-TOLERANCE-SECTION - the amount breaks the      *
      *    tolerance rules allowed, listed in their own section so   *
      *    they can be reviewed without being worked as exceptions.  *
      ***************************************************************
       3100-WRITE-TOLERANCE-SECTION.
           CLOSE GOSPTLW-FILE.

           MOVE SPACES TO GOSPRPT-RECORD.
           WRITE GOSPRPT-RECORD.
           MOVE 'BREAKS WITHIN TOLERANCE - NOT RAISED AS EXCEPTIONS'
             TO GOSPRPT-RECORD.
           WRITE GOSPRPT-RECORD.

           IF WS-RECORDS-IN-TOLERANCE = 0
               MOVE '  NONE' TO GOSPRPT-RECORD
               WRITE GOSPRPT-RECORD
           ELSE
               OPEN INPUT GOSPTLW-FILE
               IF WS-GOSPTLW-STATUS NOT = '00'
                   DISPLAY 'GOSPBAT: GOSPTLW OPEN FAILED, FILE '
                           'STATUS=' WS-GOSPTLW-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-TOL-EOF-SW
               PERFORM 3110-COPY-ONE-TOLERANCE-LINE THRU 3110-EXIT
                       UNTIL WS-TOL-EOF
               CLOSE GOSPTLW-FILE
           END-IF.

           MOVE SPACES TO GOSPRPT-RECORD.
           WRITE GOSPRPT-RECORD.
       3100-EXIT.
           EXIT.

       3110-COPY-ONE-TOLERANCE-LINE.
           READ GOSPTLW-FILE
               AT END
                   MOVE 'Y' TO WS-TOL-EOF-SW
                   GO TO 3110-EXIT
           END-READ.
           IF WS-GOSPTLW-STATUS NOT = '00'
               DISPLAY 'GOSPBAT: GOSPTLW READ FAILED, FILE STATUS='
                       WS-GOSPTLW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE GOSPRPT-RECORD FROM GOSPTLW-RECORD.
       3110-EXIT.
           EXIT.

      ***************************************************************
      *    3050-CLEAR-CHECKPOINT - reopening GOSPRST for OUTPUT with *
      *    nothing written truncates it, so the next run's           *
           END-IF.
       3050-EXIT.
           EXIT.

      ***************************************************************
      *    3900-RUN-CONTROL-END - close this step's ledger entry     *
      *    with its return code and key counts.  The CALL leaves     *
      *    its own return code behind, so the step's is put back     *
      *    after it.                                                 *
      ***************************************************************
       3900-RUN-CONTROL-END.
           SET GOSPRUNP-STEP-END TO TRUE.
           MOVE RETURN-CODE TO GOSPRUNP-STEP-RC.
           MOVE 'READ' TO GOSPRUNP-COUNT-LABEL(1).
           MOVE WS-RECORDS-READ TO GOSPRUNP-COUNT-VALUE(1).
           MOVE 'RECN' TO GOSPRUNP-COUNT-LABEL(2).
           MOVE WS-RECORDS-MATCHED TO GOSPRUNP-COUNT-VALUE(2).
           MOVE 'EXCP' TO GOSPRUNP-COUNT-LABEL(3).
           COMPUTE GOSPRUNP-COUNT-VALUE(3) = WS-RECORDS-MISMATCHED
                                           + WS-RECORDS-NOT-ON-BOR
                                           + WS-RECORDS-FAILED
                                           + WS-RECORDS-REJECTED
                                           + WS-RECORDS-STATUS-BREAK.
           CALL 'GOSPRUNL' USING GOSPRUNP-PARM.
           IF GOSPRUNP-LEDGER-UNAVAILABLE
               DISPLAY 'GOSPBAT: ' GOSPRUNP-MESSAGE
           END-IF.
           MOVE GOSPRUNP-STEP-RC TO RETURN-CODE.
       3900-EXIT.
           EXIT.
