      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*

      *****************************************************************
      * GOSPRUNR - run-control ledger reset.                          *
      *                                                               *
      * A ledgered batch step that completed cleanly for a business   *
      * date is refused if it is started again for that date (see     *
      * GOSPRUNL).  When a rerun is genuinely wanted - a corrected    *
      * extract, a book of record reloaded - an operator releases     *
      * the step with this job, which marks the ledger entry reset    *
      * and records who did it and when.  The next start of the step *
      * for the date then runs normally.                               *
      *                                                               *
      * The entry is named in the PARM, every part but QUAL required, *
      * so a reset can never land on a date or step nobody meant:     *
      *                                                               *
      *    PARM='DATE=yyyymmdd,STEP=pgmname,QUAL=PARTnn,BY=userid'    *
      *                                                               *
      * QUAL is given only for a partition of a partitioned GOSPBAT   *
      * run.  RC 0 = reset.  RC 8 = no clean completion on the ledger *
      * for that entry - it will run anyway, or it was never run.     *
      * RC 12 = the ledger could not be read or updated.  RC 16 =     *
      * PARM error, nothing done.                                      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOSPRUNR.
       AUTHOR. APPLICATION-DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
      *    The PARM broken into its comma-separated keywords.         *
      *---------------------------------------------------------------*
       77  WS-TOKEN-IDX                   PIC 9(02) COMP VALUE 0.
       01  WS-PARM-TOKENS.
           05  WS-PARM-TOKEN OCCURS 4 TIMES PIC X(30).
       01  WS-PARM-DATE                   PIC X(08) VALUE SPACES.
       01  WS-PARM-STEP                   PIC X(08) VALUE SPACES.
       01  WS-PARM-QUAL                   PIC X(08) VALUE SPACES.
       01  WS-PARM-BY                     PIC X(08) VALUE SPACES.

       01  WS-RC-DISP                     PIC ZZZ9.

           COPY GOSPRUNP.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH                PIC S9(04) COMP.
           05  PARM-TEXT                  PIC X(100).

       PROCEDURE DIVISION USING PARM-DATA.
      ***************************************************************
      *    0000-MAINLINE                                             *
      ***************************************************************
       0000-MAINLINE.
           PERFORM 1000-PARSE-PARM THRU 1000-EXIT.

           PERFORM 2000-RESET-ENTRY THRU 2000-EXIT.

           STOP RUN.

      ***************************************************************
      *    1000-PARSE-PARM - pick DATE=, STEP=, QUAL= and BY= out of *
      *    the PARM in any order.  DATE, STEP and BY are required.   *
      ***************************************************************
       1000-PARSE-PARM.
           IF PARM-LENGTH = 0
               DISPLAY 'GOSPRUNR: PARM MUST BE DATE=YYYYMMDD,'
                       'STEP=PGMNAME[,QUAL=PARTNN],BY=USERID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-PARM-TOKENS.
           UNSTRING PARM-TEXT(1:PARM-LENGTH) DELIMITED BY ','
               INTO WS-PARM-TOKEN(1)
                    WS-PARM-TOKEN(2)
                    WS-PARM-TOKEN(3)
                    WS-PARM-TOKEN(4).

           MOVE 1 TO WS-TOKEN-IDX.
           PERFORM 1100-TAKE-ONE-TOKEN THRU 1100-EXIT
                   UNTIL WS-TOKEN-IDX > 4.

           IF WS-PARM-DATE = SPACES
              OR WS-PARM-DATE IS NOT NUMERIC
               DISPLAY 'GOSPRUNR: DATE=YYYYMMDD IS REQUIRED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM-STEP = SPACES
               DISPLAY 'GOSPRUNR: STEP=PGMNAME IS REQUIRED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM-BY = SPACES
               DISPLAY 'GOSPRUNR: BY=USERID IS REQUIRED - THE RESET '
                       'IS RECORDED AGAINST IT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      ***************************************************************
      *    1100-TAKE-ONE-TOKEN - file one KEYWORD=value token.  An   *
      *    unknown keyword stops the job rather than being ignored.  *
      ***************************************************************
       1100-TAKE-ONE-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN(WS-TOKEN-IDX) = SPACES
                   CONTINUE
               WHEN WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'DATE='
                   MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8)
                     TO WS-PARM-DATE
               WHEN WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'STEP='
                   MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8)
                     TO WS-PARM-STEP
               WHEN WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'QUAL='
                   MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8)
                     TO WS-PARM-QUAL
               WHEN WS-PARM-TOKEN(WS-TOKEN-IDX)(1:3) = 'BY='
                   MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(4:8)
                     TO WS-PARM-BY
               WHEN OTHER
                   DISPLAY 'GOSPRUNR: UNKNOWN PARM KEYWORD: '
                           WS-PARM-TOKEN(WS-TOKEN-IDX)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           ADD 1 TO WS-TOKEN-IDX.
       1100-EXIT.
           EXIT.

      ***************************************************************
      *    2000-RESET-ENTRY - have GOSPRUNL release the entry, and   *
      *    say plainly in the job log what happened.                  *
      ***************************************************************
       2000-RESET-ENTRY.
           INITIALIZE GOSPRUNP-PARM.
           SET GOSPRUNP-STEP-RESET TO TRUE.
           MOVE WS-PARM-DATE TO GOSPRUNP-BUSINESS-DATE.
           MOVE WS-PARM-STEP TO GOSPRUNP-STEP-NAME.
           MOVE WS-PARM-QUAL TO GOSPRUNP-STEP-QUAL.
           MOVE WS-PARM-BY   TO GOSPRUNP-RESET-USERID.
           CALL 'GOSPRUNL' USING GOSPRUNP-PARM.

           DISPLAY 'GOSPRUNR: BUSINESS DATE ' WS-PARM-DATE
                   ' STEP ' WS-PARM-STEP ' ' WS-PARM-QUAL.
           EVALUATE TRUE
               WHEN GOSPRUNP-OK
                   MOVE GOSPRUNP-STEP-RC TO WS-RC-DISP
                   DISPLAY 'GOSPRUNR: CLEAN COMPLETION (RC=' WS-RC-DISP
                           ') RESET BY ' WS-PARM-BY
                           ' - THE STEP WILL RUN WHEN NEXT STARTED'
                   MOVE 0 TO RETURN-CODE
               WHEN GOSPRUNP-NOTHING-TO-RESET
                   DISPLAY 'GOSPRUNR: ' GOSPRUNP-MESSAGE
                   DISPLAY 'GOSPRUNR: CHECK THE DATE, STEP AND QUAL '
                           'AGAINST TRANSACTION GOSN'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'GOSPRUNR: ' GOSPRUNP-MESSAGE
                   DISPLAY 'GOSPRUNR: NOTHING RESET'
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.
       2000-EXIT.
           EXIT.
