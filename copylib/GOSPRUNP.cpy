      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      *****************************************************************
      * GOSPRUNP - CALL linkage for GOSPRUNL, the subroutine that     *
      *            keeps the GOSPRUN batch run-control ledger.  A     *
      *            ledgered step calls it at start ('S') - which may  *
      *            refuse the run - and at end ('E') with its return  *
      *            code and key counts; the GOSPRUNR operator job     *
      *            calls it to reset ('X') a clean completion so the  *
      *            step can be run again for that business date.      *
      *****************************************************************
       01  GOSPRUNP-PARM.
           05  GOSPRUNP-FUNCTION               PIC X(01).
               88  GOSPRUNP-STEP-START             VALUE 'S'.
               88  GOSPRUNP-STEP-END               VALUE 'E'.
               88  GOSPRUNP-STEP-RESET             VALUE 'X'.
      *    Left as spaces by a step, and handed back filled in: the  *
      *    business date from the GOSPRDT card when one is allocated, *
      *    otherwise the run date - or the day before it for a step  *
      *    started before the 06:00 batch-day cutover, so a night   *
      *    that runs past midnight stays one business date.  The     *
      *    reset job names the date explicitly.                        *
           05  GOSPRUNP-BUSINESS-DATE          PIC X(08).
           05  GOSPRUNP-STEP-NAME              PIC X(08).
           05  GOSPRUNP-STEP-QUAL              PIC X(08).
      *    At end, the step's return code.  Handed back on a refused *
      *    start: the return code the earlier clean run ended with,   *
      *    for the step to end with again so the job's later COND     *
      *    tests see what they saw the first time.                     *
           05  GOSPRUNP-STEP-RC                PIC S9(04) COMP.
           05  GOSPRUNP-COUNTS.
               10  GOSPRUNP-COUNT OCCURS 3 TIMES.
                   15  GOSPRUNP-COUNT-LABEL    PIC X(04).
                   15  GOSPRUNP-COUNT-VALUE    PIC 9(09) COMP-3.
           05  GOSPRUNP-RESET-USERID           PIC X(08).
           05  GOSPRUNP-RETURN-CODE            PIC S9(04) COMP.
               88  GOSPRUNP-OK                     VALUE 0.
      *        The ledger could not be read or written.  The step   *
      *        carries on - the ledger is not worth a lost night -    *
      *        but it has no rerun protection and shows nothing       *
      *        online.                                                 *
               88  GOSPRUNP-LEDGER-UNAVAILABLE     VALUE 4.
               88  GOSPRUNP-ALREADY-COMPLETE       VALUE 8.
      *        Reset only: there is no clean completion to reset.   *
               88  GOSPRUNP-NOTHING-TO-RESET       VALUE 12.
           05  GOSPRUNP-MESSAGE                PIC X(80).
