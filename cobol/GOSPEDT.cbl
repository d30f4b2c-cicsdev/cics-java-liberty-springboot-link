
           COPY GOSPVALP.

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

      *    1000-INITIALIZE - open the files and prime the read loop. *
      ***************************************************************
       1000-INITIALIZE.
           PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.

           OPEN INPUT  GOSPEXT-FILE.
           IF WS-GOSPEXT-STATUS NOT = '00'
               DISPLAY 'GOSPEDT: GOSPEXT OPEN FAILED, FILE STATUS='
       1210-EXIT.
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
           MOVE 'GOSPEDT' TO GOSPRUNP-STEP-NAME.
           CALL 'GOSPRUNL' USING GOSPRUNP-PARM.
           IF GOSPRUNP-ALREADY-COMPLETE
               DISPLAY 'GOSPEDT: ' GOSPRUNP-MESSAGE
               DISPLAY 'GOSPEDT: STEP NOT RUN AGAIN - RESET IT WITH '
                       'GOSPRUNR TO RERUN'
               MOVE GOSPRUNP-STEP-RC TO RETURN-CODE
               STOP RUN
           END-IF.
           IF GOSPRUNP-LEDGER-UNAVAILABLE
               DISPLAY 'GOSPEDT: ' GOSPRUNP-MESSAGE
               DISPLAY 'GOSPEDT: RUNNING WITHOUT RERUN PROTECTION'
           END-IF.
       1900-EXIT.
           EXIT.

      ***************************************************************
      *    2000-EDIT-ONE-RECORD - a trailer closes the data; a data  *
      *    record after the trailer, or any record failing the       *
           ADD 1 TO WS-PART-IDX.
       3100-EXIT.
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
           MOVE 'ERRS' TO GOSPRUNP-COUNT-LABEL(2).
           MOVE WS-ERROR-COUNT TO GOSPRUNP-COUNT-VALUE(2).
           CALL 'GOSPRUNL' USING GOSPRUNP-PARM.
           IF GOSPRUNP-LEDGER-UNAVAILABLE
               DISPLAY 'GOSPEDT: ' GOSPRUNP-MESSAGE
           END-IF.
           MOVE GOSPRUNP-STEP-RC TO RETURN-CODE.
       3900-EXIT.
           EXIT.
