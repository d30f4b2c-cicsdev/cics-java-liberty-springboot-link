      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*

      *****************************************************************
      * GOSPGLI - adjustment journal to general-ledger interface.     *
      *                                                               *
      * Every 'AJ' adjustment YOSPRING accepts is journaled on        *
      * GOSPJNL by the program that posts it to the GOSPBOR book of   *
      * record, with the book-of-record amount before and after.      *
      * This nightly job turns the business date's journal into the   *
      * balanced GL interface file (see GOSPGLF): a header, two       *
      * detail legs per adjustment - the net change to the order's    *
      * expected amount debited or credited to the order receivable   *
      * account, and the same amount the other way to the            *
      * adjustments offset account - and a trailer with the detail    *
      * record count and the debit and credit totals.                 *
      *                                                               *
      * An entry whose online GOSPBOR post failed is reposted here    *
      * first, unless GOSPBOR shows a later adjustment to the same    *
      * order already applied - that entry is superseded and is not   *
      * posted at all, since the later adjustment's before amount     *
      * already stands without it.  Superseded entries, and any       *
      * entry the job cannot read sensibly, go on the exception       *
      * report and set return code 4; the rest of the file still      *
      * goes out.                                                     *
      *                                                               *
      * Each entry taken is marked on the journal with the business   *
      * date it went out under.  A rerun for the same business date   *
      * picks the same entries up again and rebuilds the whole file,  *
      * so a failed run is simply rerun; an entry already sent under  *
      * an earlier date is never sent twice.  Pending entries from    *
      * earlier dates (a night the job did not run) are swept into    *
      * the current file.                                             *
      *                                                               *
      * The business date arrives as PARM='DATE=YYYYMMDD'; with no    *
      * PARM it is the run date.  The job allocates GOSPJNL and       *
      * GOSPBOR DISP=OLD, so it cannot run while either is open to    *
      * CICS, and the program additionally refuses to run if either   *
      * I-O open fails.                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOSPGLI.
       AUTHOR. APPLICATION-DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOSPJNL-FILE ASSIGN TO GOSPJNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GOSPJNL-KEY
               FILE STATUS IS WS-GOSPJNL-STATUS.

           SELECT GOSPBOR-FILE ASSIGN TO GOSPBOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOSPBOR-KEY
               FILE STATUS IS WS-GOSPBOR-STATUS.

           SELECT GOSPGLF-FILE ASSIGN TO GOSPGLF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOSPGLF-STATUS.

           SELECT GOSPGRPT-FILE ASSIGN TO GOSPGRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GOSPJNL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPJNL.

       FD  GOSPBOR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPBOR.

       FD  GOSPGLF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPGLF.

       FD  GOSPGRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPGRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-GOSPJNL-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPBOR-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPGLF-STATUS              PIC X(02) VALUE '00'.
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                         VALUE 'Y'.
       77  WS-SELECTED-SW                 PIC X(01) VALUE 'N'.
           88  WS-ENTRY-SELECTED              VALUE 'Y'.
       77  WS-ENTRIES-READ                PIC 9(09) COMP-3 VALUE 0.
       77  WS-ENTRIES-SELECTED            PIC 9(09) COMP-3 VALUE 0.
       77  WS-ENTRIES-SENT                PIC 9(09) COMP-3 VALUE 0.
       77  WS-ENTRIES-NO-CHANGE           PIC 9(09) COMP-3 VALUE 0.
       77  WS-ENTRIES-REPOSTED            PIC 9(09) COMP-3 VALUE 0.
       77  WS-ENTRIES-UNPOSTED            PIC 9(09) COMP-3 VALUE 0.
       77  WS-DETAILS-WRITTEN             PIC 9(09) COMP-3 VALUE 0.
       77  WS-TOTAL-DEBITS                PIC 9(13)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-CREDITS               PIC 9(13)V99 COMP-3 VALUE 0.

      *---------------------------------------------------------------*
      *    The ledger accounts the two legs of every adjustment post *
      *    to: the order receivable, which moves with the order's    *
      *    expected amount, and the adjustments offset account that  *
      *    balances it.                                                *
      *---------------------------------------------------------------*
       01  WS-GL-ORDER-ACCOUNT            PIC X(10) VALUE 'GOSPORDRCV'.
       01  WS-GL-OFFSET-ACCOUNT           PIC X(10) VALUE 'GOSPADJOFF'.

      *---------------------------------------------------------------*
      *    The business date parsed from the PARM (or the run date), *
      *    and the file creation stamp for the header.                *
      *---------------------------------------------------------------*
       01  WS-BUSINESS-DATE               PIC X(08).
       01  WS-PARM-DATE                   PIC X(08).
       01  WS-TODAY-YYYYMMDD              PIC 9(08).
       01  WS-NOW-HHMMSSHH                PIC 9(08).

      *---------------------------------------------------------------*
      *    One adjustment's net change to the book of record, and    *
      *    the leg being written for it.                              *
      *---------------------------------------------------------------*
       01  WS-NET-CHANGE                  PIC S9(11)V99 COMP-3.
       01  WS-LEG-AMOUNT                  PIC 9(11)V99.
       01  WS-LEG-ACCOUNT                 PIC X(10).
       01  WS-LEG-DR-CR                   PIC X(01).
       01  WS-UNPOSTED-REASON             PIC X(48).

       01  WS-COUNT-DISP                  PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-DISP                 PIC -(9)9.99.
       01  WS-TOTAL-DISP                  PIC Z(12)9.99.

       LINKAGE SECTION.
       01  PARM-DATA.
           05  PARM-LENGTH                PIC S9(04) COMP.
           05  PARM-TEXT                  PIC X(100).

       PROCEDURE DIVISION USING PARM-DATA.
      ***************************************************************
      *    0000-MAINLINE                                             *
      ***************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-PROCESS-ONE-ENTRY THRU 2000-EXIT
                   UNTIL WS-EOF.

           PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           STOP RUN.

      ***************************************************************
      *    1000-INITIALIZE - settle the business date, open the     *
      *    files, and write the GL file header.                       *
      ***************************************************************
       1000-INITIALIZE.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-HHMMSSHH   FROM TIME.
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT.

      *    File status 97 just means VSAM verified the cluster on   *
      *    open after an earlier unclean close.                      *
           OPEN I-O GOSPJNL-FILE.
           IF WS-GOSPJNL-STATUS NOT = '00'
              AND WS-GOSPJNL-STATUS NOT = '97'
               DISPLAY 'GOSPGLI: GOSPJNL OPEN FAILED, FILE STATUS='
                       WS-GOSPJNL-STATUS
               DISPLAY 'GOSPGLI: IS THE FILE STILL OPEN TO CICS?'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O GOSPBOR-FILE.
           IF WS-GOSPBOR-STATUS NOT = '00'
              AND WS-GOSPBOR-STATUS NOT = '97'
               DISPLAY 'GOSPGLI: GOSPBOR OPEN FAILED, FILE STATUS='
                       WS-GOSPBOR-STATUS
               DISPLAY 'GOSPGLI: IS THE FILE STILL OPEN TO CICS?'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT GOSPGLF-FILE.
           IF WS-GOSPGLF-STATUS NOT = '00'
               DISPLAY 'GOSPGLI: GOSPGLF OPEN FAILED, FILE STATUS='
                       WS-GOSPGLF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT GOSPGRPT-FILE.

           MOVE SPACES TO GOSPGRPT-RECORD.
           STRING 'GOSPGLI ADJUSTMENT JOURNAL GL INTERFACE - '
                  DELIMITED BY SIZE
                  'BUSINESS DATE ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
             INTO GOSPGRPT-RECORD.
           WRITE GOSPGRPT-RECORD.

           MOVE SPACES            TO GOSPGLF-HEADER.
           MOVE 'H'               TO GOSPGLF-HDR-TYPE.
           MOVE 'GOSPRING'        TO GOSPGLF-HDR-SOURCE.
           MOVE WS-BUSINESS-DATE  TO GOSPGLF-HDR-BUSINESS-DATE.
           MOVE WS-TODAY-YYYYMMDD TO GOSPGLF-HDR-CREATED-DATE.
           MOVE WS-NOW-HHMMSSHH(1:6) TO GOSPGLF-HDR-CREATED-TIME.
           WRITE GOSPGLF-HEADER.
           IF WS-GOSPGLF-STATUS NOT = '00'
               DISPLAY 'GOSPGLI: GOSPGLF WRITE FAILED, FILE STATUS='
                       WS-GOSPGLF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ***************************************************************
      *    1100-PARSE-PARM - PARM='DATE=YYYYMMDD' names the         *
      *    business date; no PARM at all means the run date.         *
      ***************************************************************
       1100-PARSE-PARM.
           IF PARM-LENGTH = 0
               MOVE WS-TODAY-YYYYMMDD TO WS-BUSINESS-DATE
               GO TO 1100-EXIT
           END-IF.
           IF PARM-LENGTH < 13
              OR PARM-TEXT(1:5) NOT = 'DATE='
               DISPLAY 'GOSPGLI: PARM MUST BE DATE=YYYYMMDD OR OMITTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-TEXT(6:8) TO WS-PARM-DATE.
           IF WS-PARM-DATE IS NOT NUMERIC
               DISPLAY 'GOSPGLI: BUSINESS DATE NOT NUMERIC: '
                       WS-PARM-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-DATE TO WS-BUSINESS-DATE.
       1100-EXIT.
           EXIT.

      ***************************************************************
      *    2000-PROCESS-ONE-ENTRY - an entry is taken if it was     *
      *    journaled on or before the business date and has not     *
      *    gone out yet, or went out under this same business date  *
      *    on an earlier run of this job.                             *
      ***************************************************************
       2000-PROCESS-ONE-ENTRY.
           MOVE 'N' TO WS-SELECTED-SW.
           IF GOSPJNL-KEY-TIMESTAMP(1:8) NOT > WS-BUSINESS-DATE
               IF GOSPJNL-GL-PENDING
                  OR GOSPJNL-GL-BUSINESS-DATE = WS-BUSINESS-DATE
                   MOVE 'Y' TO WS-SELECTED-SW
               END-IF
           END-IF.

           IF WS-ENTRY-SELECTED
               ADD 1 TO WS-ENTRIES-SELECTED
               PERFORM 2200-TAKE-ENTRY THRU 2200-EXIT
           END-IF.

           PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      ***************************************************************
      *    2100-READ-JOURNAL                                        *
      ***************************************************************
       2100-READ-JOURNAL.
           READ GOSPJNL-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF WS-GOSPJNL-STATUS NOT = '00'
               DISPLAY 'GOSPGLI: GOSPJNL READ FAILED, FILE STATUS='
                       WS-GOSPJNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ENTRIES-READ.
       2100-EXIT.
           EXIT.

      ***************************************************************
      *    2200-TAKE-ENTRY - repost a failed book-of-record post    *
      *    first, then send the net change to the ledger.  An entry *
      *    with no net change is marked taken but sends nothing.     *
      ***************************************************************
       2200-TAKE-ENTRY.
           IF GOSPJNL-BEFORE-AMOUNT IS NOT NUMERIC
              OR GOSPJNL-AFTER-AMOUNT IS NOT NUMERIC
               MOVE 'JOURNAL AMOUNTS NOT NUMERIC - LEFT ON JOURNAL'
                 TO WS-UNPOSTED-REASON
               PERFORM 2800-REPORT-UNPOSTED THRU 2800-EXIT
               GO TO 2200-EXIT
           END-IF.

           IF GOSPJNL-REPOST-NEEDED
               PERFORM 2300-REPOST-TO-BOR THRU 2300-EXIT
           END-IF.

           IF GOSPJNL-SUPERSEDED
               MOVE 'SUPERSEDED BY A LATER ADJUSTMENT - NOT POSTED'
                 TO WS-UNPOSTED-REASON
               PERFORM 2800-REPORT-UNPOSTED THRU 2800-EXIT
               MOVE 'N' TO GOSPJNL-GL-STATUS
           ELSE
               COMPUTE WS-NET-CHANGE = GOSPJNL-AFTER-AMOUNT
                                     - GOSPJNL-BEFORE-AMOUNT
               IF WS-NET-CHANGE = 0
                   ADD 1 TO WS-ENTRIES-NO-CHANGE
                   MOVE 'N' TO GOSPJNL-GL-STATUS
               ELSE
                   PERFORM 2400-WRITE-GL-LEGS THRU 2400-EXIT
                   ADD 1 TO WS-ENTRIES-SENT
                   MOVE 'S' TO GOSPJNL-GL-STATUS
               END-IF
           END-IF.

           MOVE WS-BUSINESS-DATE TO GOSPJNL-GL-BUSINESS-DATE.
           REWRITE GOSPJNL-RECORD.
           IF WS-GOSPJNL-STATUS NOT = '00'
               DISPLAY 'GOSPGLI: GOSPJNL REWRITE FAILED, FILE STATUS='
                       WS-GOSPJNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2200-EXIT.
           EXIT.

      ***************************************************************
      *    2300-REPOST-TO-BOR - apply a post that failed online.    *
      *    The before amount is whatever GOSPBOR holds now.  If     *
      *    GOSPBOR already carries a later adjustment to the order, *
      *    this one is superseded and the book is left alone.        *
      ***************************************************************
       2300-REPOST-TO-BOR.
           MOVE GOSPJNL-CUSTOMER-NO  TO GOSPBOR-CUSTOMER-NO.
           MOVE GOSPJNL-ORDER-NO     TO GOSPBOR-ORDER-NO.

           READ GOSPBOR-FILE
               INVALID KEY
                   PERFORM 2350-REPOST-ADD THRU 2350-EXIT
                   GO TO 2300-EXIT
           END-READ.
           IF WS-GOSPBOR-STATUS NOT = '00'
               DISPLAY 'GOSPGLI: GOSPBOR READ FAILED, FILE STATUS='
                       WS-GOSPBOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF GOSPBOR-LAST-ADJ-TIMESTAMP NOT = SPACES
              AND GOSPBOR-LAST-ADJ-TIMESTAMP > GOSPJNL-KEY-TIMESTAMP
               MOVE 'X' TO GOSPJNL-POST-STATUS
               GO TO 2300-EXIT
           END-IF.

           MOVE 'Y'                     TO GOSPJNL-BEFORE-SW.
           MOVE GOSPBOR-EXPECTED-AMOUNT TO GOSPJNL-BEFORE-AMOUNT.
           MOVE GOSPJNL-AFTER-AMOUNT    TO GOSPBOR-EXPECTED-AMOUNT.
           MOVE GOSPJNL-KEY-TIMESTAMP   TO GOSPBOR-LAST-ADJ-TIMESTAMP.
           REWRITE GOSPBOR-RECORD.
           IF WS-GOSPBOR-STATUS NOT = '00'
               DISPLAY 'GOSPGLI: GOSPBOR REWRITE FAILED, FILE STATUS='
                       WS-GOSPBOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2380-REPORT-REPOSTED THRU 2380-EXIT.
       2300-EXIT.
           EXIT.

      ***************************************************************
      *    2350-REPOST-ADD - the key is still not on the book of    *
      *    record, so the repost adds it, as the online post would  *
      *    have.                                                      *
      ***************************************************************
       2350-REPOST-ADD.
           MOVE SPACES                TO GOSPBOR-RECORD.
           MOVE GOSPJNL-CUSTOMER-NO   TO GOSPBOR-CUSTOMER-NO.
           MOVE GOSPJNL-ORDER-NO      TO GOSPBOR-ORDER-NO.
           MOVE GOSPJNL-AFTER-AMOUNT  TO GOSPBOR-EXPECTED-AMOUNT.
           MOVE GOSPJNL-KEY-TIMESTAMP TO GOSPBOR-LAST-ADJ-TIMESTAMP.
           WRITE GOSPBOR-RECORD.
           IF WS-GOSPBOR-STATUS NOT = '00'
               DISPLAY 'GOSPGLI: GOSPBOR WRITE FAILED, FILE STATUS='
                       WS-GOSPBOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N'  TO GOSPJNL-BEFORE-SW.
           MOVE ZERO TO GOSPJNL-BEFORE-AMOUNT.
           PERFORM 2380-REPORT-REPOSTED THRU 2380-EXIT.
       2350-EXIT.
           EXIT.

      ***************************************************************
      *    2380-REPORT-REPOSTED - one report line per repost.       *
      ***************************************************************
       2380-REPORT-REPOSTED.
           MOVE 'R' TO GOSPJNL-POST-STATUS.
           ADD 1 TO WS-ENTRIES-REPOSTED.
           MOVE SPACES TO GOSPGRPT-RECORD.
           MOVE GOSPJNL-AFTER-AMOUNT TO WS-AMOUNT-DISP.
           STRING 'REPOSTED   CUST='    DELIMITED BY SIZE
                  GOSPJNL-CUSTOMER-NO   DELIMITED BY SIZE
                  ' ORDER='             DELIMITED BY SIZE
                  GOSPJNL-ORDER-NO      DELIMITED BY SIZE
                  ' CORREL='            DELIMITED BY SIZE
                  GOSPJNL-CORREL-ID     DELIMITED BY SIZE
                  ' BOR AMOUNT NOW='    DELIMITED BY SIZE
                  WS-AMOUNT-DISP        DELIMITED BY SIZE
             INTO GOSPGRPT-RECORD.
           WRITE GOSPGRPT-RECORD.
       2380-EXIT.
           EXIT.

      ***************************************************************
      *    2400-WRITE-GL-LEGS - a rise in the order's expected      *
      *    amount debits the order receivable and credits the       *
      *    offset account; a fall does the reverse.                   *
      ***************************************************************
       2400-WRITE-GL-LEGS.
           IF WS-NET-CHANGE > 0
               MOVE WS-NET-CHANGE TO WS-LEG-AMOUNT
               MOVE WS-GL-ORDER-ACCOUNT  TO WS-LEG-ACCOUNT
               MOVE 'D' TO WS-LEG-DR-CR
               PERFORM 2450-WRITE-GL-DETAIL THRU 2450-EXIT
               MOVE WS-GL-OFFSET-ACCOUNT TO WS-LEG-ACCOUNT
               MOVE 'C' TO WS-LEG-DR-CR
               PERFORM 2450-WRITE-GL-DETAIL THRU 2450-EXIT
           ELSE
               COMPUTE WS-LEG-AMOUNT = 0 - WS-NET-CHANGE
               MOVE WS-GL-ORDER-ACCOUNT  TO WS-LEG-ACCOUNT
               MOVE 'C' TO WS-LEG-DR-CR
               PERFORM 2450-WRITE-GL-DETAIL THRU 2450-EXIT
               MOVE WS-GL-OFFSET-ACCOUNT TO WS-LEG-ACCOUNT
               MOVE 'D' TO WS-LEG-DR-CR
               PERFORM 2450-WRITE-GL-DETAIL THRU 2450-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      ***************************************************************
      *    2450-WRITE-GL-DETAIL - one leg, added into the trailer   *
      *    totals on its side.                                        *
      ***************************************************************
       2450-WRITE-GL-DETAIL.
           MOVE SPACES                  TO GOSPGLF-DETAIL.
           MOVE 'D'                     TO GOSPGLF-DTL-TYPE.
           MOVE WS-BUSINESS-DATE        TO GOSPGLF-DTL-BUSINESS-DATE.
           MOVE WS-LEG-ACCOUNT          TO GOSPGLF-DTL-ACCOUNT.
           MOVE WS-LEG-DR-CR            TO GOSPGLF-DTL-DR-CR.
           MOVE WS-LEG-AMOUNT           TO GOSPGLF-DTL-AMOUNT.
           MOVE GOSPJNL-CUSTOMER-NO     TO GOSPGLF-DTL-CUSTOMER-NO.
           MOVE GOSPJNL-ORDER-NO        TO GOSPGLF-DTL-ORDER-NO.
           MOVE GOSPJNL-CORREL-ID       TO GOSPGLF-DTL-CORREL-ID.
           MOVE GOSPJNL-USERID          TO GOSPGLF-DTL-USERID.
           MOVE GOSPJNL-KEY             TO GOSPGLF-DTL-JOURNAL-KEY.
           WRITE GOSPGLF-DETAIL.
           IF WS-GOSPGLF-STATUS NOT = '00'
               DISPLAY 'GOSPGLI: GOSPGLF WRITE FAILED, FILE STATUS='
                       WS-GOSPGLF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-DETAILS-WRITTEN.
           IF GOSPGLF-DTL-DEBIT
               ADD WS-LEG-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-LEG-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.
       2450-EXIT.
           EXIT.

      ***************************************************************
      *    2800-REPORT-UNPOSTED - an entry that does not reach the  *
      *    ledger, with the reason.                                   *
      ***************************************************************
       2800-REPORT-UNPOSTED.
           ADD 1 TO WS-ENTRIES-UNPOSTED.
           MOVE SPACES TO GOSPGRPT-RECORD.
           IF GOSPJNL-ADJ-AMOUNT IS NUMERIC
               MOVE GOSPJNL-ADJ-AMOUNT TO WS-AMOUNT-DISP
           ELSE
               MOVE ZERO TO WS-AMOUNT-DISP
           END-IF.
           STRING 'NOT POSTED CUST='    DELIMITED BY SIZE
                  GOSPJNL-CUSTOMER-NO   DELIMITED BY SIZE
                  ' ORDER='             DELIMITED BY SIZE
                  GOSPJNL-ORDER-NO      DELIMITED BY SIZE
                  ' CORREL='            DELIMITED BY SIZE
                  GOSPJNL-CORREL-ID     DELIMITED BY SIZE
                  ' ADJ='               DELIMITED BY SIZE
                  WS-AMOUNT-DISP        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-UNPOSTED-REASON    DELIMITED BY SIZE
             INTO GOSPGRPT-RECORD.
           WRITE GOSPGRPT-RECORD.
       2800-EXIT.
           EXIT.

      ***************************************************************
      *    3000-WRITE-TRAILER - the record count and the two side   *
      *    totals.  Every adjustment went out as a debit and an     *
      *    equal credit, so the sides can only differ if something *
      *    is badly wrong - that fails the run rather than sending  *
      *    the ledger an unbalanced file.                             *
      ***************************************************************
       3000-WRITE-TRAILER.
           MOVE SPACES              TO GOSPGLF-TRAILER.
           MOVE 'T'                 TO GOSPGLF-TRL-TYPE.
           MOVE WS-BUSINESS-DATE    TO GOSPGLF-TRL-BUSINESS-DATE.
           MOVE WS-DETAILS-WRITTEN  TO GOSPGLF-TRL-RECORD-COUNT.
           MOVE WS-TOTAL-DEBITS     TO GOSPGLF-TRL-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS    TO GOSPGLF-TRL-TOTAL-CREDITS.
           WRITE GOSPGLF-TRAILER.
           IF WS-GOSPGLF-STATUS NOT = '00'
               DISPLAY 'GOSPGLI: GOSPGLF WRITE FAILED, FILE STATUS='
                       WS-GOSPGLF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE 'GL FILE OUT OF BALANCE - DO NOT SEND IT'
                 TO GOSPGRPT-RECORD
               WRITE GOSPGRPT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

      ***************************************************************
      *    4000-TERMINATE - write the run summary and close the     *
      *    files.  Anything not posted sets return code 4 unless    *
      *    the run is already failed.                                 *
      ***************************************************************
       4000-TERMINATE.
           MOVE SPACES TO GOSPGRPT-RECORD.
           MOVE WS-ENTRIES-READ TO WS-COUNT-DISP.
           STRING 'JOURNAL ENTRIES READ     : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                 DELIMITED BY SIZE
             INTO GOSPGRPT-RECORD.
           WRITE GOSPGRPT-RECORD.

           MOVE SPACES TO GOSPGRPT-RECORD.
           MOVE WS-ENTRIES-SELECTED TO WS-COUNT-DISP.
           STRING 'ENTRIES FOR THIS DATE    : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                 DELIMITED BY SIZE
             INTO GOSPGRPT-RECORD.
           WRITE GOSPGRPT-RECORD.

           MOVE SPACES TO GOSPGRPT-RECORD.
           MOVE WS-ENTRIES-REPOSTED TO WS-COUNT-DISP.
           STRING 'REPOSTED TO GOSPBOR      : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                 DELIMITED BY SIZE
             INTO GOSPGRPT-RECORD.
           WRITE GOSPGRPT-RECORD.

           MOVE SPACES TO GOSPGRPT-RECORD.
           MOVE WS-ENTRIES-SENT TO WS-COUNT-DISP.
           STRING 'SENT TO THE LEDGER       : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                 DELIMITED BY SIZE
             INTO GOSPGRPT-RECORD.
           WRITE GOSPGRPT-RECORD.

           MOVE SPACES TO GOSPGRPT-RECORD.
           MOVE WS-ENTRIES-NO-CHANGE TO WS-COUNT-DISP.
           STRING 'NO NET CHANGE - NOT SENT : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                 DELIMITED BY SIZE
             INTO GOSPGRPT-RECORD.
           WRITE GOSPGRPT-RECORD.

           MOVE SPACES TO GOSPGRPT-RECORD.
           MOVE WS-ENTRIES-UNPOSTED TO WS-COUNT-DISP.
           STRING 'NOT POSTED               : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                 DELIMITED BY SIZE
             INTO GOSPGRPT-RECORD.
           WRITE GOSPGRPT-RECORD.

           MOVE SPACES TO GOSPGRPT-RECORD.
           MOVE WS-DETAILS-WRITTEN TO WS-COUNT-DISP.
           STRING 'GL DETAIL RECORDS        : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                 DELIMITED BY SIZE
             INTO GOSPGRPT-RECORD.
           WRITE GOSPGRPT-RECORD.

           MOVE SPACES TO GOSPGRPT-RECORD.
           MOVE WS-TOTAL-DEBITS TO WS-TOTAL-DISP.
           STRING 'TOTAL DEBITS             : ' DELIMITED BY SIZE
                  WS-TOTAL-DISP                 DELIMITED BY SIZE
             INTO GOSPGRPT-RECORD.
           WRITE GOSPGRPT-RECORD.

           MOVE SPACES TO GOSPGRPT-RECORD.
           MOVE WS-TOTAL-CREDITS TO WS-TOTAL-DISP.
           STRING 'TOTAL CREDITS            : ' DELIMITED BY SIZE
                  WS-TOTAL-DISP                 DELIMITED BY SIZE
             INTO GOSPGRPT-RECORD.
           WRITE GOSPGRPT-RECORD.

           IF WS-ENTRIES-UNPOSTED > 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE GOSPJNL-FILE.
           CLOSE GOSPBOR-FILE.
           CLOSE GOSPGLF-FILE.
           CLOSE GOSPGRPT-FILE.
       4000-EXIT.
           EXIT.
