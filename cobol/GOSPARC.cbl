
       01  WS-COUNT-DISP                  PIC ZZZ,ZZZ,ZZ9.

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
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT.

           PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).
       1100-EXIT.
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
           MOVE 'GOSPARC' TO GOSPRUNP-STEP-NAME.
           CALL 'GOSPRUNL' USING GOSPRUNP-PARM.
           IF GOSPRUNP-ALREADY-COMPLETE
               DISPLAY 'GOSPARC: ' GOSPRUNP-MESSAGE
               DISPLAY 'GOSPARC: STEP NOT RUN AGAIN - RESET IT WITH '
                       'GOSPRUNR TO RERUN'
               MOVE GOSPRUNP-STEP-RC TO RETURN-CODE
               STOP RUN
           END-IF.
           IF GOSPRUNP-LEDGER-UNAVAILABLE
               DISPLAY 'GOSPARC: ' GOSPRUNP-MESSAGE
               DISPLAY 'GOSPARC: RUNNING WITHOUT RERUN PROTECTION'
           END-IF.
       1900-EXIT.
           EXIT.

      ***************************************************************
      *    2000-PROCESS-ONE-RECORD - the key ascends by timestamp,   *
      *    so everything before the cutoff is unloaded and deleted   *
           CLOSE GOSPARPT-FILE.
       3000-EXIT.
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
           MOVE 'UNLD' TO GOSPRUNP-COUNT-LABEL(2).
           MOVE WS-RECORDS-UNLOADED TO GOSPRUNP-COUNT-VALUE(2).
           MOVE 'DELT' TO GOSPRUNP-COUNT-LABEL(3).
           MOVE WS-RECORDS-DELETED TO GOSPRUNP-COUNT-VALUE(3).
           CALL 'GOSPRUNL' USING GOSPRUNP-PARM.
           IF GOSPRUNP-LEDGER-UNAVAILABLE
               DISPLAY 'GOSPARC: ' GOSPRUNP-MESSAGE
           END-IF.
           MOVE GOSPRUNP-STEP-RC TO RETURN-CODE.
       3900-EXIT.
           EXIT.
