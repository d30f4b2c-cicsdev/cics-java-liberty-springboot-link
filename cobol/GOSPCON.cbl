      *                                                               *
      *  - the partition reports, concatenated on GOSPRPTI, are      *
      *    copied through to the single GOSPRPT report the morning   *
      *    review reads today, each partition's within-tolerance     *
      *    section and totals with it;                                *
      *  - each exception image on the concatenated GOSPEXCP         *
      *    extract is applied to the GOSPEXC cluster with the same   *
      *    rules the serial GOSPBAT applies directly: a new key is   *
      *    own names because the incoming image already owns the     *
      *    GOSPEXC copybook names in this program.  The refresh part *
      *    is the run's view (type, amounts, reason, run date); the  *
      *    fields after the disposition byte belong to the clerk,    *
      *    apart from the first-raised date, which only a new or     *
      *    reopened break sets, and the YOSPRING order status, which *
      *    every run refreshes.                                        *
      *---------------------------------------------------------------*
       FD  GOSPEXC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPEXCV-RECORD.
           05  GOSPEXCV-KEY               PIC X(20).
           05  GOSPEXCV-REFRESH-PART.
               10  FILLER                 PIC X(47).
               10  GOSPEXCV-RUN-DATE      PIC X(10).
           05  GOSPEXCV-DISPOSITION       PIC X(01).
               88  GOSPEXCV-DISP-RESOLVED     VALUE 'R'.
               88  GOSPEXCV-DISP-WRITTEN-OFF  VALUE 'W'.
           05  GOSPEXCV-DISP-USERID       PIC X(08).
           05  GOSPEXCV-DISP-DATE         PIC X(10).
           05  GOSPEXCV-DISP-COMMENT      PIC X(40).
           05  GOSPEXCV-FIRST-RAISED-DATE PIC X(10).
           05  GOSPEXCV-YOSPRING-STATUS   PIC X(04).

       FD  GOSPRPT-FILE
           RECORDING MODE IS F
       77  WS-EXC-READ                    PIC 9(09) COMP-3 VALUE 0.
       77  WS-EXC-ADDED                   PIC 9(09) COMP-3 VALUE 0.
       77  WS-EXC-REFRESHED               PIC 9(09) COMP-3 VALUE 0.
       77  WS-EXC-STATUS-BREAKS           PIC 9(09) COMP-3 VALUE 0.

       01  WS-COUNT-DISP                  PIC ZZZ,ZZZ,ZZ9.

      *---------------------------------------------------------------*
      *    Run-control ledger entry for this step (see GOSPRUNL).    *
      *---------------------------------------------------------------*
           COPY GOSPRUNP.

       PROCEDURE DIVISION.
      ***************************************************************
      *    0000-MAINLINE                                             *
                   UNTIL WS-EXC-EOF.

           PERFORM 4000-TERMINATE THRU 4000-EXIT.
           PERFORM 4900-RUN-CONTROL-END THRU 4900-EXIT.

           STOP RUN.

      *    loops.                                                     *
      ***************************************************************
       1000-INITIALIZE.
           PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.

           OPEN INPUT GOSPRPTI-FILE.
           IF WS-GOSPRPTI-STATUS NOT = '00'
               DISPLAY 'GOSPCON: GOSPRPTI OPEN FAILED, FILE STATUS='
       1000-EXIT.
           EXIT.

      ***************************************************************
      *    1900-RUN-CONTROL-START - enter this step on the GOSPRUN   *
      *    run-control ledger for the business date.  A step that    *
      *    already completed cleanly for the date is not run again   *
      *    until an operator resets it with the GOSPRUNR job; it     *
      *    ends here with the return code the clean run ended with,  *
      *    so the job's later COND tests see what they saw then.     *
      ***************************************************************
       1900-RUN-CONTROL-START.
           INITIALIZE GOSPRUNP-PARM.
           SET GOSPRUNP-STEP-START TO TRUE.
           MOVE 'GOSPCON' TO GOSPRUNP-STEP-NAME.
           CALL 'GOSPRUNL' USING GOSPRUNP-PARM.
           IF GOSPRUNP-ALREADY-COMPLETE
               DISPLAY 'GOSPCON: ' GOSPRUNP-MESSAGE
               DISPLAY 'GOSPCON: STEP NOT RUN AGAIN - RESET IT WITH '
                       'GOSPRUNR TO RERUN'
               MOVE GOSPRUNP-STEP-RC TO RETURN-CODE
               STOP RUN
           END-IF.
           IF GOSPRUNP-LEDGER-UNAVAILABLE
               DISPLAY 'GOSPCON: ' GOSPRUNP-MESSAGE
               DISPLAY 'GOSPCON: RUNNING WITHOUT RERUN PROTECTION'
           END-IF.
       1900-EXIT.
           EXIT.

      ***************************************************************
      *    2000-COPY-ONE-REPORT-LINE - the partition reports pass    *
      *    through untouched, in the order the DDs concatenate them. *
               MOVE SPACES TO GOSPEXCV-DISP-USERID
               MOVE SPACES TO GOSPEXCV-DISP-DATE
               MOVE SPACES TO GOSPEXCV-DISP-COMMENT
               MOVE GOSPEXC-FIRST-RAISED-DATE
                 TO GOSPEXCV-FIRST-RAISED-DATE
           END-IF.
      *    An exception raised before the first-raised date was     *
      *    kept is dated from the last run that saw it - the oldest *
      *    date still on the record.                                  *
           IF GOSPEXCV-FIRST-RAISED-DATE = SPACES
               MOVE GOSPEXCV-RUN-DATE TO GOSPEXCV-FIRST-RAISED-DATE
           END-IF.
      *    The refresh part of the incoming image - type, amounts,  *
      *    reason and run date - sits in the same 57 bytes behind   *
      *    the key in both views of the record.                      *
           MOVE GOSPEXC-RECORD(21:57) TO GOSPEXCV-REFRESH-PART.
           MOVE GOSPEXC-YOSPRING-STATUS TO GOSPEXCV-YOSPRING-STATUS.
           REWRITE GOSPEXCV-RECORD.
           IF WS-GOSPEXC-STATUS NOT = '00'
               DISPLAY 'GOSPCON: GOSPEXC REWRITE FAILED, FILE STATUS='
               STOP RUN
           END-IF.
           ADD 1 TO WS-EXC-READ.
           IF GOSPEXC-TYPE-STATUS
               ADD 1 TO WS-EXC-STATUS-BREAKS
           END-IF.
       3100-EXIT.
           EXIT.

             INTO GOSPRPT-RECORD.
           WRITE GOSPRPT-RECORD.

           MOVE SPACES TO GOSPRPT-RECORD.
           MOVE WS-EXC-STATUS-BREAKS TO WS-COUNT-DISP.
           STRING '  OF WHICH STATUS   : ' DELIMITED BY SIZE
                  WS-COUNT-DISP            DELIMITED BY SIZE
             INTO GOSPRPT-RECORD.
           WRITE GOSPRPT-RECORD.

           MOVE SPACES TO GOSPRPT-RECORD.
           MOVE WS-EXC-ADDED TO WS-COUNT-DISP.
           STRING 'EXCEPTIONS ADDED    : ' DELIMITED BY SIZE
           CLOSE GOSPRPT-FILE.
       4000-EXIT.
           EXIT.

      ***************************************************************
      *    4900-RUN-CONTROL-END - close this step's ledger entry     *
      *    with its return code and key counts.  The CALL leaves     *
      *    its own return code behind, so the step's is put back     *
      *    after it.                                                 *
      ***************************************************************
       4900-RUN-CONTROL-END.
           SET GOSPRUNP-STEP-END TO TRUE.
           MOVE RETURN-CODE TO GOSPRUNP-STEP-RC.
           MOVE 'LINE' TO GOSPRUNP-COUNT-LABEL(1).
           MOVE WS-LINES-COPIED TO GOSPRUNP-COUNT-VALUE(1).
           MOVE 'EXCP' TO GOSPRUNP-COUNT-LABEL(2).
           MOVE WS-EXC-READ TO GOSPRUNP-COUNT-VALUE(2).
           MOVE 'ADDS' TO GOSPRUNP-COUNT-LABEL(3).
           MOVE WS-EXC-ADDED TO GOSPRUNP-COUNT-VALUE(3).
           CALL 'GOSPRUNL' USING GOSPRUNP-PARM.
           IF GOSPRUNP-LEDGER-UNAVAILABLE
               DISPLAY 'GOSPCON: ' GOSPRUNP-MESSAGE
           END-IF.
           MOVE GOSPRUNP-STEP-RC TO RETURN-CODE.
       4900-EXIT.
           EXIT.
