      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      *****************************************************************
      * GOSPRUN - batch run-control ledger record.  One record on the *
      *           GOSPRUN VSAM file per batch step per business date, *
      *           kept by the GOSPRUNL subroutine that every ledgered *
      *           step (GOSPBUP, GOSPEDT, GOSPBAT serial or by        *
      *           partition, GOSPCON, GOSPSUM, GOSPARC, GOSPRPP)      *
      *           CALLs as it starts and as it ends: when it ran, how *
      *           it ended and the counts that matter for that step.  *
      *           Read online by transaction GOSN (program GOSPRUNI)  *
      *           to show the night's progress, and used by GOSPRUNL  *
      *           to stop a step that already completed cleanly for   *
      *           the date from running again until an operator       *
      *           resets it (job GOSPRUNR).                            *
      *****************************************************************
       01  GOSPRUN-RECORD.
           05  GOSPRUN-KEY.
               10  GOSPRUN-BUSINESS-DATE      PIC X(08).
               10  GOSPRUN-STEP-NAME          PIC X(08).
      *        The partition ('PART01'...) for a partitioned GOSPBAT *
      *        step; spaces for every other step.                     *
               10  GOSPRUN-STEP-QUAL          PIC X(08).
           05  GOSPRUN-STATUS                 PIC X(01).
      *        Started and not yet ended - still running, or ended  *
      *        abnormally without reaching its end call.              *
               88  GOSPRUN-RUNNING                VALUE 'R'.
      *        Ended with a return code below 8.                      *
               88  GOSPRUN-COMPLETE               VALUE 'C'.
      *        Ended with a return code of 8 or more.                 *
               88  GOSPRUN-FAILED                 VALUE 'F'.
      *        A clean completion an operator has released for a    *
      *        rerun.                                                 *
               88  GOSPRUN-RESET                  VALUE 'X'.
      *    How many times the step has started for the date.          *
           05  GOSPRUN-ATTEMPTS               PIC 9(03).
           05  GOSPRUN-START-DATE             PIC X(08).
           05  GOSPRUN-START-TIME             PIC X(06).
           05  GOSPRUN-END-DATE               PIC X(08).
           05  GOSPRUN-END-TIME               PIC X(06).
           05  GOSPRUN-RETURN-CODE            PIC 9(04).
      *    The step's key counts, each with the short label it is    *
      *    shown under online (READ, RECN, EXCP, PURG and so on).     *
           05  GOSPRUN-COUNTS.
               10  GOSPRUN-COUNT OCCURS 3 TIMES.
                   15  GOSPRUN-COUNT-LABEL    PIC X(04).
                   15  GOSPRUN-COUNT-VALUE    PIC 9(09) COMP-3.
      *    Reruns turned away because the step had already           *
      *    completed cleanly, and when the last one was.              *
           05  GOSPRUN-BLOCKED-COUNT          PIC 9(03).
           05  GOSPRUN-BLOCKED-DATE           PIC X(08).
           05  GOSPRUN-BLOCKED-TIME           PIC X(06).
      *    The operator who released the step for a rerun, and when. *
           05  GOSPRUN-RESET-USERID           PIC X(08).
           05  GOSPRUN-RESET-DATE             PIC X(08).
           05  GOSPRUN-RESET-TIME             PIC X(06).
           05  GOSPRUN-FILLER                 PIC X(23).
