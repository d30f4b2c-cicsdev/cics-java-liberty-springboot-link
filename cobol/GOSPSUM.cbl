       01  WS-ERROR-COUNT-DISP            PIC ZZZ,ZZ9.
       01  WS-MS-DISP                     PIC Z,ZZZ,ZZ9.

      *---------------------------------------------------------------*
      *    Run-control ledger entry for this step (see GOSPRUNL).    *
      *---------------------------------------------------------------*
           COPY GOSPRUNP.

       PROCEDURE DIVISION.
      ***************************************************************
      *    0000-MAINLINE                                             *
                   UNTIL WS-EOF.

           PERFORM 3000-TERMINATE THRU 3000-EXIT.
           PERFORM 3900-RUN-CONTROL-END THRU 3900-EXIT.

           STOP RUN.

      *    turnaround accumulators and prime the read loop.          *
      ***************************************************************
       1000-INITIALIZE.
           PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.

           OPEN INPUT  GOSPAUD-FILE.
           IF WS-GOSPAUD-STATUS NOT = '00'
               DISPLAY 'GOSPSUM: GOSPAUD OPEN FAILED, FILE STATUS='
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
           MOVE 'GOSPSUM' TO GOSPRUNP-STEP-NAME.
           CALL 'GOSPRUNL' USING GOSPRUNP-PARM.
           IF GOSPRUNP-ALREADY-COMPLETE
               DISPLAY 'GOSPSUM: ' GOSPRUNP-MESSAGE
               DISPLAY 'GOSPSUM: STEP NOT RUN AGAIN - RESET IT WITH '
                       'GOSPRUNR TO RERUN'
               MOVE GOSPRUNP-STEP-RC TO RETURN-CODE
               STOP RUN
           END-IF.
           IF GOSPRUNP-LEDGER-UNAVAILABLE
               DISPLAY 'GOSPSUM: ' GOSPRUNP-MESSAGE
               DISPLAY 'GOSPSUM: RUNNING WITHOUT RERUN PROTECTION'
           END-IF.
       1900-EXIT.
           EXIT.

      ***************************************************************
      *    2000-PROCESS-ONE-RECORD - accumulate this audit record    *
      *    into the running totals, then read the next one.          *
           ADD 1 TO WS-TERM-IDX.
       3200-EXIT.
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
           MOVE 'CALL' TO GOSPRUNP-COUNT-LABEL(1).
           MOVE WS-TOTAL-CALLS TO GOSPRUNP-COUNT-VALUE(1).
           MOVE 'ERRS' TO GOSPRUNP-COUNT-LABEL(2).
           MOVE WS-TOTAL-ERRORS TO GOSPRUNP-COUNT-VALUE(2).
           MOVE 'FOVR' TO GOSPRUNP-COUNT-LABEL(3).
           MOVE WS-TOTAL-FAILOVERS TO GOSPRUNP-COUNT-VALUE(3).
           CALL 'GOSPRUNL' USING GOSPRUNP-PARM.
           IF GOSPRUNP-LEDGER-UNAVAILABLE
               DISPLAY 'GOSPSUM: ' GOSPRUNP-MESSAGE
           END-IF.
           MOVE GOSPRUNP-STEP-RC TO RETURN-CODE.
       3900-EXIT.
           EXIT.
