       01  WS-HASH-DISP                   PIC Z(12)9.99.
       01  WS-AMOUNT-DISP                 PIC -(9)9.99.

      *---------------------------------------------------------------*
      *    Run-control ledger entry for this step (see GOSPRUNL).    *
      *---------------------------------------------------------------*
           COPY GOSPRUNP.

       PROCEDURE DIVISION.
      ***************************************************************
      *    0000-MAINLINE - balance the whole input first; only a    *
           END-IF.

           PERFORM 4000-TERMINATE THRU 4000-EXIT.
           PERFORM 4900-RUN-CONTROL-END THRU 4900-EXIT.

           STOP RUN.

      *    stays closed until the input has proven in balance.        *
      ***************************************************************
       1000-INITIALIZE.
           PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.

           OPEN INPUT  GOSPDLT-FILE.
           IF WS-GOSPDLT-STATUS NOT = '00'
               DISPLAY 'GOSPBUP: GOSPDLT OPEN FAILED, FILE STATUS='
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
           MOVE 'GOSPBUP' TO GOSPRUNP-STEP-NAME.
           CALL 'GOSPRUNL' USING GOSPRUNP-PARM.
           IF GOSPRUNP-ALREADY-COMPLETE
               DISPLAY 'GOSPBUP: ' GOSPRUNP-MESSAGE
               DISPLAY 'GOSPBUP: STEP NOT RUN AGAIN - RESET IT WITH '
                       'GOSPRUNR TO RERUN'
               MOVE GOSPRUNP-STEP-RC TO RETURN-CODE
               STOP RUN
           END-IF.
           IF GOSPRUNP-LEDGER-UNAVAILABLE
               DISPLAY 'GOSPBUP: ' GOSPRUNP-MESSAGE
               DISPLAY 'GOSPBUP: RUNNING WITHOUT RERUN PROTECTION'
           END-IF.
       1900-EXIT.
           EXIT.

      ***************************************************************
      *    2000-BALANCE-ONE-RECORD - the balance pass only counts   *
      *    and hashes; every content problem is left for the apply   *
           CLOSE GOSPBRPT-FILE.
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
           MOVE 'READ' TO GOSPRUNP-COUNT-LABEL(1).
           MOVE WS-RECORDS-READ TO GOSPRUNP-COUNT-VALUE(1).
           MOVE 'APPL' TO GOSPRUNP-COUNT-LABEL(2).
           COMPUTE GOSPRUNP-COUNT-VALUE(2) = WS-RECORDS-ADDED
                                           + WS-RECORDS-CHANGED
                                           + WS-RECORDS-DELETED.
           MOVE 'REJ ' TO GOSPRUNP-COUNT-LABEL(3).
           MOVE WS-RECORDS-REJECTED TO GOSPRUNP-COUNT-VALUE(3).
           CALL 'GOSPRUNL' USING GOSPRUNP-PARM.
           IF GOSPRUNP-LEDGER-UNAVAILABLE
               DISPLAY 'GOSPBUP: ' GOSPRUNP-MESSAGE
           END-IF.
           MOVE GOSPRUNP-STEP-RC TO RETURN-CODE.
       4900-EXIT.
           EXIT.
