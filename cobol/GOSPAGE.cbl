      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*

      *****************************************************************
      * GOSPAGE - reconciliation exception aging, escalation and      *
      *           clerk workload report.                              *
      *                                                               *
      * GOSPBAT leaves every break on the GOSPEXC workbench file      *
      * until a clerk resolves or writes it off on GOSX, refreshing   *
      * the run date each night - so the file alone never said how    *
      * long anything had been waiting.  GOSPEXC now carries the run  *
      * date the break was first raised (or last reopened), and this *
      * daily job ages the open and pending items from it:            *
      *                                                               *
      *  - the aging grid: a count and the amount at risk (the        *
      *    difference between the YOSPRING and book-of-record         *
      *    amounts) for every exception type in every age band, with  *
      *    totals by type and by band;                                *
      *  - the clerk workload: per clerk, from the disposition        *
      *    userid and date, how many items they have pending and the  *
      *    amount at risk in them, how long the oldest has sat with   *
      *    them, how many they have resolved or written off, and when *
      *    they last dispositioned anything;                           *
      *  - the escalation list, on its own DD for the reconciliation  *
      *    supervisor: every open or pending item older than the     *
      *    escalation age.  If there are any, an operator alert goes  *
      *    to CSMT in the region through GOSPLNK's alert mode.        *
      *                                                               *
      * The escalation age arrives as PARM='ESCAL=nnn' (days); with   *
      * no PARM it is 30 days.  The file is only read, so the job     *
      * runs alongside CICS.  Return code 4 means something is past   *
      * the escalation age (or the CSMT alert could not be raised);   *
      * the reports are complete either way.                          *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOSPAGE.
       AUTHOR. APPLICATION-DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOSPEXC-FILE ASSIGN TO GOSPEXC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GOSPEXC-KEY
               FILE STATUS IS WS-GOSPEXC-STATUS.

           SELECT GOSPXRPT-FILE ASSIGN TO GOSPXRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT GOSPXESC-FILE ASSIGN TO GOSPXESC
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GOSPEXC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPEXC.

       FD  GOSPXRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPXRPT-RECORD                PIC X(132).

       FD  GOSPXESC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPXESC-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-GOSPEXC-STATUS              PIC X(02) VALUE '00'.
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                         VALUE 'Y'.
       77  WS-FOUND-SW                    PIC X(01) VALUE 'N'.
           88  WS-FOUND                       VALUE 'Y'.
       77  WS-STOP-SW                     PIC X(01) VALUE 'N'.
           88  WS-STOP                        VALUE 'Y'.
       77  WS-RECORDS-READ                PIC 9(09) COMP-3 VALUE 0.
       77  WS-OPEN-COUNT                  PIC 9(09) COMP-3 VALUE 0.
       77  WS-PENDING-COUNT               PIC 9(09) COMP-3 VALUE 0.
       77  WS-RESOLVED-COUNT              PIC 9(09) COMP-3 VALUE 0.
       77  WS-WRITTEN-OFF-COUNT           PIC 9(09) COMP-3 VALUE 0.
       77  WS-UNWORKED-COUNT              PIC 9(09) COMP-3 VALUE 0.
       77  WS-UNDATED-COUNT               PIC 9(09) COMP-3 VALUE 0.
       77  WS-ESCALATED-COUNT             PIC 9(09) COMP-3 VALUE 0.
       77  WS-ESCALATED-AMOUNT            PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-AGED-COUNT                  PIC 9(09) COMP-3 VALUE 0.
       77  WS-AGED-AMOUNT                 PIC S9(13)V99 COMP-3 VALUE 0.

      *---------------------------------------------------------------*
      *    The escalation age from the PARM, and today as a day      *
      *    number for the age arithmetic.                             *
      *---------------------------------------------------------------*
       01  WS-ESCALATION-DAYS             PIC 9(03) VALUE 30.
       01  WS-PARM-ESCAL                  PIC X(03).
       01  WS-TODAY-YYYYMMDD              PIC 9(08).
       01  WS-TODAY-INTEGER               PIC 9(08).

      *---------------------------------------------------------------*
      *    2600-AGE-FROM-DATE works on these: a 'YYYY-MM-DD' date in, *
      *    its age in days out, or the invalid switch set if it is    *
      *    not a usable date.                                          *
      *---------------------------------------------------------------*
       01  WS-CONV-DATE                   PIC X(10).
       01  WS-CONV-YYYYMMDD-X             PIC X(08).
       01  WS-CONV-YYYYMMDD REDEFINES WS-CONV-YYYYMMDD-X
                                          PIC 9(08).
       01  WS-CONV-INTEGER                PIC 9(08).
       01  WS-CONV-AGE                    PIC 9(05).
       01  WS-CONV-VALID-SW               PIC X(01).
           88  WS-CONV-VALID                  VALUE 'Y'.

      *---------------------------------------------------------------*
      *    The exception being aged.                                  *
      *---------------------------------------------------------------*
       01  WS-ITEM-AGE                    PIC 9(05).
       01  WS-ITEM-AT-RISK                PIC S9(11)V99 COMP-3.
       01  WS-ITEM-RAISED-DATE            PIC X(10).

      *---------------------------------------------------------------*
      *    Exception types, in report order.  The last entry is the  *
      *    catch-all for a type code this job does not know yet.     *
      *---------------------------------------------------------------*
       77  WS-TYPE-MAX                    PIC 9(03) COMP VALUE 6.
       77  WS-TYPE-IDX                    PIC 9(03) COMP VALUE 0.
       01  WS-TYPE-TABLE-VALUES.
           05  FILLER                     PIC X(01) VALUE 'M'.
           05  FILLER                     PIC X(12) VALUE 'MISMATCH'.
           05  FILLER                     PIC X(01) VALUE 'N'.
           05  FILLER                     PIC X(12) VALUE 'NOT ON BOR'.
           05  FILLER                     PIC X(01) VALUE 'F'.
           05  FILLER                     PIC X(12) VALUE 'CALL FAILED'.
           05  FILLER                     PIC X(01) VALUE 'J'.
           05  FILLER                     PIC X(12) VALUE 'REJECTED'.
           05  FILLER                     PIC X(01) VALUE 'S'.
           05  FILLER                     PIC X(12) VALUE 'STATUS'.
           05  FILLER                     PIC X(01) VALUE '*'.
           05  FILLER                     PIC X(12) VALUE 'OTHER'.
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-TABLE-VALUES.
           05  WS-TYPE-ENTRY OCCURS 6 TIMES.
               10  WS-TYPE-CODE           PIC X(01).
               10  WS-TYPE-NAME           PIC X(12).

      *---------------------------------------------------------------*
      *    Age bands, by the oldest age (days) each one holds.        *
      *---------------------------------------------------------------*
       77  WS-BAND-MAX                    PIC 9(03) COMP VALUE 6.
       77  WS-BAND-IDX                    PIC 9(03) COMP VALUE 0.
       01  WS-BAND-TABLE-VALUES.
           05  FILLER                     PIC 9(05) VALUE 7.
           05  FILLER                     PIC X(10) VALUE '0-7 DAYS'.
           05  FILLER                     PIC 9(05) VALUE 14.
           05  FILLER                     PIC X(10) VALUE '8-14 DAYS'.
           05  FILLER                     PIC 9(05) VALUE 30.
           05  FILLER                     PIC X(10) VALUE '15-30 DAYS'.
           05  FILLER                     PIC 9(05) VALUE 60.
           05  FILLER                     PIC X(10) VALUE '31-60 DAYS'.
           05  FILLER                     PIC 9(05) VALUE 90.
           05  FILLER                     PIC X(10) VALUE '61-90 DAYS'.
           05  FILLER                     PIC 9(05) VALUE 99999.
           05  FILLER                     PIC X(10) VALUE 'OVER 90'.
       01  WS-BAND-TABLE REDEFINES WS-BAND-TABLE-VALUES.
           05  WS-BAND-ENTRY OCCURS 6 TIMES.
               10  WS-BAND-OLDEST         PIC 9(05).
               10  WS-BAND-NAME           PIC X(10).

      *---------------------------------------------------------------*
      *    The aging grid - type by band - with the type totals      *
      *    alongside, and the band totals across every type.          *
      *---------------------------------------------------------------*
       01  WS-BUCKET-TABLE.
           05  WS-BKT-TYPE OCCURS 6 TIMES.
               10  WS-BKT-TYPE-COUNT      PIC 9(07) COMP-3.
               10  WS-BKT-TYPE-AMOUNT     PIC S9(13)V99 COMP-3.
               10  WS-BKT-BAND OCCURS 6 TIMES.
                   15  WS-BKT-COUNT       PIC 9(07) COMP-3.
                   15  WS-BKT-AMOUNT      PIC S9(13)V99 COMP-3.
       01  WS-BAND-TOTAL-TABLE.
           05  WS-BAND-TOTAL OCCURS 6 TIMES.
               10  WS-BAND-TOTAL-COUNT    PIC 9(07) COMP-3.
               10  WS-BAND-TOTAL-AMOUNT   PIC S9(13)V99 COMP-3.

      *---------------------------------------------------------------*
      *    Clerk workload, kept in userid order as clerks are first  *
      *    seen.  Once WS-CLERK-MAX clerks are in it, any further    *
      *    clerk's work is rolled up under OTHER and the overflow is *
      *    reported.                                                   *
      *---------------------------------------------------------------*
       77  WS-CLERK-MAX                   PIC 9(03) COMP VALUE 200.
       77  WS-CLERK-COUNT                 PIC 9(03) COMP VALUE 0.
       77  WS-CLERK-IDX                   PIC 9(03) COMP VALUE 0.
       77  WS-SHIFT-IDX                   PIC 9(03) COMP VALUE 0.
       77  WS-CLERK-OVERFLOW-SW           PIC X(01) VALUE 'N'.
           88  WS-CLERK-TABLE-FULL            VALUE 'Y'.
       01  WS-CLERK-TABLE.
           05  WS-CLERK-ENTRY OCCURS 200 TIMES.
               10  WS-CLK-USERID          PIC X(08).
               10  WS-CLK-PENDING         PIC 9(07) COMP-3.
               10  WS-CLK-PENDING-AMOUNT  PIC S9(13)V99 COMP-3.
               10  WS-CLK-OLDEST-HELD     PIC 9(05) COMP-3.
               10  WS-CLK-RESOLVED        PIC 9(07) COMP-3.
               10  WS-CLK-WRITTEN-OFF     PIC 9(07) COMP-3.
               10  WS-CLK-LAST-DISP-DATE  PIC X(10).
       01  WS-CLERK-OTHER.
           05  WS-CLK-OTHER-PENDING       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CLK-OTHER-AMOUNT        PIC S9(13)V99 COMP-3
                                                    VALUE 0.
           05  WS-CLK-OTHER-RESOLVED      PIC 9(07) COMP-3 VALUE 0.
           05  WS-CLK-OTHER-WRITTEN-OFF   PIC 9(07) COMP-3 VALUE 0.

      *---------------------------------------------------------------*
      *    The CSMT alert, raised through GOSPLNK.                    *
      *---------------------------------------------------------------*
           COPY GOSPLNKP.
       01  WS-ALERT-COUNT                 PIC Z(06)9.

       01  WS-COUNT-DISP                  PIC ZZZ,ZZZ,ZZ9.
       01  WS-RESOLVED-DISP               PIC ZZZ,ZZ9.
       01  WS-WRITTEN-OFF-DISP            PIC ZZZ,ZZ9.
       01  WS-AGE-DISP                    PIC ZZZZ9.
       01  WS-AMOUNT-DISP                 PIC -(9)9.99.
       01  WS-TOTAL-DISP                  PIC -(12)9.99.

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

           PERFORM 2000-PROCESS-ONE-EXCEPTION THRU 2000-EXIT
                   UNTIL WS-EOF.

           PERFORM 3000-WRITE-AGING-GRID THRU 3000-EXIT.
           PERFORM 3500-WRITE-CLERK-SUMMARY THRU 3500-EXIT.
           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           STOP RUN.

      ***************************************************************
      *    1000-INITIALIZE - settle the escalation age, open the    *
      *    files, head both reports and prime the read loop.         *
      ***************************************************************
       1000-INITIALIZE.
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD).

           INITIALIZE WS-BUCKET-TABLE.
           INITIALIZE WS-BAND-TOTAL-TABLE.

      *    File status 97 just means VSAM verified the cluster on   *
      *    open after an earlier unclean close.                      *
           OPEN INPUT GOSPEXC-FILE.
           IF WS-GOSPEXC-STATUS NOT = '00'
              AND WS-GOSPEXC-STATUS NOT = '97'
               DISPLAY 'GOSPAGE: GOSPEXC OPEN FAILED, FILE STATUS='
                       WS-GOSPEXC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GOSPXRPT-FILE.
           OPEN OUTPUT GOSPXESC-FILE.

           MOVE SPACES TO GOSPXRPT-RECORD.
           STRING 'GOSPAGE RECONCILIATION EXCEPTION AGING - RUN DATE '
                  DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.

           MOVE SPACES TO GOSPXESC-RECORD.
           STRING 'GOSPAGE EXCEPTIONS PAST ESCALATION AGE OF '
                  DELIMITED BY SIZE
                  WS-ESCALATION-DAYS DELIMITED BY SIZE
                  ' DAYS - RUN DATE ' DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
             INTO GOSPXESC-RECORD.
           WRITE GOSPXESC-RECORD.
           MOVE SPACES TO GOSPXESC-RECORD.
           STRING 'CUSTOMER   ORDER      TYPE         DISP '
                  DELIMITED BY SIZE
                  'RAISED       AGE      AMOUNT AT RISK CLERK'
                  DELIMITED BY SIZE
             INTO GOSPXESC-RECORD.
           WRITE GOSPXESC-RECORD.

           PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ***************************************************************
      *    1100-PARSE-PARM - PARM='ESCAL=nnn' sets the escalation   *
      *    age in days; no PARM at all leaves the 30-day default.    *
      ***************************************************************
       1100-PARSE-PARM.
           IF PARM-LENGTH = 0
               GO TO 1100-EXIT
           END-IF.
           IF PARM-LENGTH < 9
              OR PARM-TEXT(1:6) NOT = 'ESCAL='
               DISPLAY 'GOSPAGE: PARM MUST BE ESCAL=NNN (DAYS) OR '
                       'OMITTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-TEXT(7:3) TO WS-PARM-ESCAL.
           IF WS-PARM-ESCAL IS NOT NUMERIC
               DISPLAY 'GOSPAGE: ESCALATION DAYS NOT NUMERIC: '
                       WS-PARM-ESCAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-ESCAL TO WS-ESCALATION-DAYS.
       1100-EXIT.
           EXIT.

      ***************************************************************
      *    2000-PROCESS-ONE-EXCEPTION - open and pending items are  *
      *    aged into the grid and checked for escalation; every     *
      *    item a clerk has touched goes to that clerk's workload.   *
      ***************************************************************
       2000-PROCESS-ONE-EXCEPTION.
           EVALUATE TRUE
               WHEN GOSPEXC-DISP-OPEN
                   ADD 1 TO WS-OPEN-COUNT
                   IF GOSPEXC-DISP-USERID = SPACES
                       ADD 1 TO WS-UNWORKED-COUNT
                   END-IF
                   PERFORM 2200-AGE-EXCEPTION THRU 2200-EXIT
               WHEN GOSPEXC-DISP-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   PERFORM 2200-AGE-EXCEPTION THRU 2200-EXIT
               WHEN GOSPEXC-DISP-RESOLVED
                   ADD 1 TO WS-RESOLVED-COUNT
               WHEN GOSPEXC-DISP-WRITTEN-OFF
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
           END-EVALUATE.

           IF GOSPEXC-DISP-USERID NOT = SPACES
              AND NOT GOSPEXC-DISP-OPEN
               PERFORM 2500-CLERK-WORKLOAD THRU 2500-EXIT
           END-IF.

           PERFORM 2100-READ-EXCEPTION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      ***************************************************************
      *    2100-READ-EXCEPTION                                      *
      ***************************************************************
       2100-READ-EXCEPTION.
           READ GOSPEXC-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF WS-GOSPEXC-STATUS NOT = '00'
               DISPLAY 'GOSPAGE: GOSPEXC READ FAILED, FILE STATUS='
                       WS-GOSPEXC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RECORDS-READ.
       2100-EXIT.
           EXIT.

      ***************************************************************
      *    2200-AGE-EXCEPTION - age an open or pending item from    *
      *    the night it was first raised, and add it into its type  *
      *    and band.  An item written before the first-raised date  *
      *    was kept is aged from its last run date instead; one     *
      *    with no usable date at all is counted as undated and     *
      *    aged zero, so it still shows in the grid.                  *
      ***************************************************************
       2200-AGE-EXCEPTION.
           IF GOSPEXC-FIRST-RAISED-DATE NOT = SPACES
               MOVE GOSPEXC-FIRST-RAISED-DATE TO WS-ITEM-RAISED-DATE
           ELSE
               MOVE GOSPEXC-RUN-DATE TO WS-ITEM-RAISED-DATE
           END-IF.
           MOVE WS-ITEM-RAISED-DATE TO WS-CONV-DATE.
           PERFORM 2600-AGE-FROM-DATE THRU 2600-EXIT.
           IF WS-CONV-VALID
               MOVE WS-CONV-AGE TO WS-ITEM-AGE
           ELSE
               ADD 1 TO WS-UNDATED-COUNT
               MOVE 0 TO WS-ITEM-AGE
           END-IF.

      *    The amount at risk is the size of the break either way.   *
           IF GOSPEXC-YOSPRING-AMOUNT IS NUMERIC
              AND GOSPEXC-EXPECTED-AMOUNT IS NUMERIC
               COMPUTE WS-ITEM-AT-RISK = GOSPEXC-YOSPRING-AMOUNT
                                       - GOSPEXC-EXPECTED-AMOUNT
               IF WS-ITEM-AT-RISK < 0
                   COMPUTE WS-ITEM-AT-RISK = 0 - WS-ITEM-AT-RISK
               END-IF
           ELSE
               MOVE 0 TO WS-ITEM-AT-RISK
           END-IF.

           MOVE 1 TO WS-TYPE-IDX.
           PERFORM 2210-SCAN-TYPE THRU 2210-EXIT
                   UNTIL WS-TYPE-IDX = WS-TYPE-MAX
                      OR WS-TYPE-CODE(WS-TYPE-IDX) = GOSPEXC-TYPE.

           MOVE 1 TO WS-BAND-IDX.
           PERFORM 2220-SCAN-BAND THRU 2220-EXIT
                   UNTIL WS-BAND-IDX = WS-BAND-MAX
                      OR WS-ITEM-AGE NOT > WS-BAND-OLDEST(WS-BAND-IDX).

           ADD 1 TO WS-BKT-COUNT(WS-TYPE-IDX, WS-BAND-IDX).
           ADD WS-ITEM-AT-RISK
             TO WS-BKT-AMOUNT(WS-TYPE-IDX, WS-BAND-IDX).
           ADD 1 TO WS-BKT-TYPE-COUNT(WS-TYPE-IDX).
           ADD WS-ITEM-AT-RISK TO WS-BKT-TYPE-AMOUNT(WS-TYPE-IDX).
           ADD 1 TO WS-BAND-TOTAL-COUNT(WS-BAND-IDX).
           ADD WS-ITEM-AT-RISK TO WS-BAND-TOTAL-AMOUNT(WS-BAND-IDX).
           ADD 1 TO WS-AGED-COUNT.
           ADD WS-ITEM-AT-RISK TO WS-AGED-AMOUNT.

           IF WS-ITEM-AGE > WS-ESCALATION-DAYS
               PERFORM 2300-WRITE-ESCALATION THRU 2300-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2210-SCAN-TYPE.
           ADD 1 TO WS-TYPE-IDX.
       2210-EXIT.
           EXIT.

       2220-SCAN-BAND.
           ADD 1 TO WS-BAND-IDX.
       2220-EXIT.
           EXIT.

      ***************************************************************
      *    2300-WRITE-ESCALATION - one line on the supervisor's     *
      *    escalation list.                                           *
      ***************************************************************
       2300-WRITE-ESCALATION.
           ADD 1 TO WS-ESCALATED-COUNT.
           ADD WS-ITEM-AT-RISK TO WS-ESCALATED-AMOUNT.
           MOVE WS-ITEM-AGE     TO WS-AGE-DISP.
           MOVE WS-ITEM-AT-RISK TO WS-AMOUNT-DISP.
           MOVE SPACES TO GOSPXESC-RECORD.
           STRING GOSPEXC-CUSTOMER-NO          DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  GOSPEXC-ORDER-NO             DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  WS-TYPE-NAME(WS-TYPE-IDX)    DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  GOSPEXC-DISPOSITION          DELIMITED BY SIZE
                  '    '                       DELIMITED BY SIZE
                  WS-ITEM-RAISED-DATE          DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  WS-AGE-DISP                  DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  WS-AMOUNT-DISP               DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  GOSPEXC-DISP-USERID          DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  GOSPEXC-FAILURE-REASON       DELIMITED BY SIZE
             INTO GOSPXESC-RECORD.
           WRITE GOSPXESC-RECORD.
       2300-EXIT.
           EXIT.

      ***************************************************************
      *    2500-CLERK-WORKLOAD - find the clerk who last            *
      *    dispositioned this item, adding them in userid order if  *
      *    this is the first of their items seen, and roll the item *
      *    into their workload.  Once the table is full an unseen    *
      *    clerk's items are rolled up under OTHER instead.           *
      ***************************************************************
       2500-CLERK-WORKLOAD.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 'N' TO WS-STOP-SW.
           MOVE 1 TO WS-CLERK-IDX.
           PERFORM 2510-SCAN-CLERK THRU 2510-EXIT
                   UNTIL WS-STOP OR WS-CLERK-IDX > WS-CLERK-COUNT.
           IF WS-STOP
               IF WS-CLK-USERID(WS-CLERK-IDX) = GOSPEXC-DISP-USERID
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-IF.

           IF NOT WS-FOUND
               IF WS-CLERK-COUNT < WS-CLERK-MAX
                   PERFORM 2520-INSERT-CLERK THRU 2520-EXIT
               ELSE
                   PERFORM 2550-CLERK-OVERFLOW THRU 2550-EXIT
                   GO TO 2500-EXIT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN GOSPEXC-DISP-PENDING
                   ADD 1 TO WS-CLK-PENDING(WS-CLERK-IDX)
                   ADD WS-ITEM-AT-RISK
                     TO WS-CLK-PENDING-AMOUNT(WS-CLERK-IDX)
                   MOVE GOSPEXC-DISP-DATE TO WS-CONV-DATE
                   PERFORM 2600-AGE-FROM-DATE THRU 2600-EXIT
                   IF WS-CONV-VALID
                      AND WS-CONV-AGE > WS-CLK-OLDEST-HELD(WS-CLERK-IDX)
                       MOVE WS-CONV-AGE
                         TO WS-CLK-OLDEST-HELD(WS-CLERK-IDX)
                   END-IF
               WHEN GOSPEXC-DISP-RESOLVED
                   ADD 1 TO WS-CLK-RESOLVED(WS-CLERK-IDX)
               WHEN GOSPEXC-DISP-WRITTEN-OFF
                   ADD 1 TO WS-CLK-WRITTEN-OFF(WS-CLERK-IDX)
           END-EVALUATE.

           IF GOSPEXC-DISP-DATE > WS-CLK-LAST-DISP-DATE(WS-CLERK-IDX)
               MOVE GOSPEXC-DISP-DATE
                 TO WS-CLK-LAST-DISP-DATE(WS-CLERK-IDX)
           END-IF.
       2500-EXIT.
           EXIT.

       2510-SCAN-CLERK.
           IF WS-CLK-USERID(WS-CLERK-IDX) NOT < GOSPEXC-DISP-USERID
               MOVE 'Y' TO WS-STOP-SW
           ELSE
               ADD 1 TO WS-CLERK-IDX
           END-IF.
       2510-EXIT.
           EXIT.

      ***************************************************************
      *    2520-INSERT-CLERK - open a slot at WS-CLERK-IDX by       *
      *    moving every later clerk down one, and start the new      *
      *    clerk's workload there.                                    *
      ***************************************************************
       2520-INSERT-CLERK.
           MOVE WS-CLERK-COUNT TO WS-SHIFT-IDX.
           PERFORM 2530-SHIFT-CLERK THRU 2530-EXIT
                   UNTIL WS-SHIFT-IDX < WS-CLERK-IDX.
           ADD 1 TO WS-CLERK-COUNT.

           MOVE GOSPEXC-DISP-USERID TO WS-CLK-USERID(WS-CLERK-IDX).
           MOVE 0      TO WS-CLK-PENDING(WS-CLERK-IDX).
           MOVE 0      TO WS-CLK-PENDING-AMOUNT(WS-CLERK-IDX).
           MOVE 0      TO WS-CLK-OLDEST-HELD(WS-CLERK-IDX).
           MOVE 0      TO WS-CLK-RESOLVED(WS-CLERK-IDX).
           MOVE 0      TO WS-CLK-WRITTEN-OFF(WS-CLERK-IDX).
           MOVE SPACES TO WS-CLK-LAST-DISP-DATE(WS-CLERK-IDX).
       2520-EXIT.
           EXIT.

       2530-SHIFT-CLERK.
           MOVE WS-CLERK-ENTRY(WS-SHIFT-IDX)
             TO WS-CLERK-ENTRY(WS-SHIFT-IDX + 1).
           SUBTRACT 1 FROM WS-SHIFT-IDX.
       2530-EXIT.
           EXIT.

      ***************************************************************
      *    2550-CLERK-OVERFLOW - the clerk table is full and this   *
      *    is a clerk not already in it.  Log the overflow once,     *
      *    then roll every further unseen clerk's items into the    *
      *    OTHER counters so the totals still add up.                 *
      ***************************************************************
       2550-CLERK-OVERFLOW.
           IF NOT WS-CLERK-TABLE-FULL
               MOVE 'Y' TO WS-CLERK-OVERFLOW-SW
               DISPLAY 'GOSPAGE: CLERK TABLE FULL AT '
                       WS-CLERK-MAX ' ENTRIES - FURTHER CLERKS ROLLED '
                       'UP UNDER OTHER'
           END-IF.
           EVALUATE TRUE
               WHEN GOSPEXC-DISP-PENDING
                   ADD 1 TO WS-CLK-OTHER-PENDING
                   ADD WS-ITEM-AT-RISK TO WS-CLK-OTHER-AMOUNT
               WHEN GOSPEXC-DISP-RESOLVED
                   ADD 1 TO WS-CLK-OTHER-RESOLVED
               WHEN GOSPEXC-DISP-WRITTEN-OFF
                   ADD 1 TO WS-CLK-OTHER-WRITTEN-OFF
           END-EVALUATE.
       2550-EXIT.
           EXIT.

      ***************************************************************
      *    2600-AGE-FROM-DATE - age in days, as at today, of the    *
      *    'YYYY-MM-DD' date in WS-CONV-DATE.  Anything that is not *
      *    a real date leaves WS-CONV-VALID off; a date after today *
      *    ages zero.                                                 *
      ***************************************************************
       2600-AGE-FROM-DATE.
           MOVE 'N' TO WS-CONV-VALID-SW.
           MOVE 0   TO WS-CONV-AGE.
           MOVE WS-CONV-DATE(1:4) TO WS-CONV-YYYYMMDD-X(1:4).
           MOVE WS-CONV-DATE(6:2) TO WS-CONV-YYYYMMDD-X(5:2).
           MOVE WS-CONV-DATE(9:2) TO WS-CONV-YYYYMMDD-X(7:2).
           IF WS-CONV-YYYYMMDD-X IS NOT NUMERIC
              OR WS-CONV-DATE(5:1) NOT = '-'
              OR WS-CONV-DATE(8:1) NOT = '-'
               GO TO 2600-EXIT
           END-IF.
           IF WS-CONV-YYYYMMDD-X(1:4) < '1601'
              OR WS-CONV-YYYYMMDD-X(5:2) < '01'
              OR WS-CONV-YYYYMMDD-X(5:2) > '12'
              OR WS-CONV-YYYYMMDD-X(7:2) < '01'
              OR WS-CONV-YYYYMMDD-X(7:2) > '31'
               GO TO 2600-EXIT
           END-IF.

           COMPUTE WS-CONV-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CONV-YYYYMMDD).
           IF WS-CONV-INTEGER = 0
               GO TO 2600-EXIT
           END-IF.
           MOVE 'Y' TO WS-CONV-VALID-SW.
           IF WS-CONV-INTEGER < WS-TODAY-INTEGER
               COMPUTE WS-CONV-AGE = WS-TODAY-INTEGER - WS-CONV-INTEGER
           END-IF.
       2600-EXIT.
           EXIT.

      ***************************************************************
      *    3000-WRITE-AGING-GRID - each type's bands and total,     *
      *    then every band across all types.                          *
      ***************************************************************
       3000-WRITE-AGING-GRID.
           MOVE SPACES TO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.
           MOVE SPACES TO GOSPXRPT-RECORD.
           STRING 'OPEN AND PENDING EXCEPTIONS BY TYPE AND AGE '
                  DELIMITED BY SIZE
                  '(DAYS SINCE FIRST RAISED)' DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.

           MOVE 1 TO WS-TYPE-IDX.
           PERFORM 3100-WRITE-TYPE THRU 3100-EXIT
                   UNTIL WS-TYPE-IDX > WS-TYPE-MAX.

           MOVE SPACES TO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.
           MOVE SPACES TO GOSPXRPT-RECORD.
           STRING 'ALL TYPES' DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.
           MOVE 1 TO WS-BAND-IDX.
           PERFORM 3300-WRITE-BAND-TOTAL THRU 3300-EXIT
                   UNTIL WS-BAND-IDX > WS-BAND-MAX.

           MOVE SPACES TO GOSPXRPT-RECORD.
           MOVE WS-AGED-COUNT  TO WS-COUNT-DISP.
           MOVE WS-AGED-AMOUNT TO WS-TOTAL-DISP.
           STRING '  ALL AGES    COUNT=' DELIMITED BY SIZE
                  WS-COUNT-DISP          DELIMITED BY SIZE
                  ' AT RISK='            DELIMITED BY SIZE
                  WS-TOTAL-DISP          DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.
       3000-EXIT.
           EXIT.

      ***************************************************************
      *    3100-WRITE-TYPE - one type's band lines and its total.   *
      *    The catch-all type is only shown when something fell    *
      *    into it.                                                   *
      ***************************************************************
       3100-WRITE-TYPE.
           IF WS-TYPE-IDX = WS-TYPE-MAX
              AND WS-BKT-TYPE-COUNT(WS-TYPE-IDX) = 0
               ADD 1 TO WS-TYPE-IDX
               GO TO 3100-EXIT
           END-IF.

           MOVE SPACES TO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.
           MOVE SPACES TO GOSPXRPT-RECORD.
           STRING 'TYPE '                   DELIMITED BY SIZE
                  WS-TYPE-CODE(WS-TYPE-IDX) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-TYPE-NAME(WS-TYPE-IDX) DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.

           MOVE 1 TO WS-BAND-IDX.
           PERFORM 3200-WRITE-TYPE-BAND THRU 3200-EXIT
                   UNTIL WS-BAND-IDX > WS-BAND-MAX.

           MOVE SPACES TO GOSPXRPT-RECORD.
           MOVE WS-BKT-TYPE-COUNT(WS-TYPE-IDX)  TO WS-COUNT-DISP.
           MOVE WS-BKT-TYPE-AMOUNT(WS-TYPE-IDX) TO WS-TOTAL-DISP.
           STRING '  ALL AGES    COUNT=' DELIMITED BY SIZE
                  WS-COUNT-DISP          DELIMITED BY SIZE
                  ' AT RISK='            DELIMITED BY SIZE
                  WS-TOTAL-DISP          DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.

           ADD 1 TO WS-TYPE-IDX.
       3100-EXIT.
           EXIT.

       3200-WRITE-TYPE-BAND.
           MOVE SPACES TO GOSPXRPT-RECORD.
           MOVE WS-BKT-COUNT(WS-TYPE-IDX, WS-BAND-IDX)
             TO WS-COUNT-DISP.
           MOVE WS-BKT-AMOUNT(WS-TYPE-IDX, WS-BAND-IDX)
             TO WS-TOTAL-DISP.
           STRING '  '                      DELIMITED BY SIZE
                  WS-BAND-NAME(WS-BAND-IDX) DELIMITED BY SIZE
                  '  COUNT='                DELIMITED BY SIZE
                  WS-COUNT-DISP             DELIMITED BY SIZE
                  ' AT RISK='               DELIMITED BY SIZE
                  WS-TOTAL-DISP             DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.
           ADD 1 TO WS-BAND-IDX.
       3200-EXIT.
           EXIT.

       3300-WRITE-BAND-TOTAL.
           MOVE SPACES TO GOSPXRPT-RECORD.
           MOVE WS-BAND-TOTAL-COUNT(WS-BAND-IDX)  TO WS-COUNT-DISP.
           MOVE WS-BAND-TOTAL-AMOUNT(WS-BAND-IDX) TO WS-TOTAL-DISP.
           STRING '  '                      DELIMITED BY SIZE
                  WS-BAND-NAME(WS-BAND-IDX) DELIMITED BY SIZE
                  '  COUNT='                DELIMITED BY SIZE
                  WS-COUNT-DISP             DELIMITED BY SIZE
                  ' AT RISK='               DELIMITED BY SIZE
                  WS-TOTAL-DISP             DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.
           ADD 1 TO WS-BAND-IDX.
       3300-EXIT.
           EXIT.

      ***************************************************************
      *    3500-WRITE-CLERK-SUMMARY - one line per clerk, in userid *
      *    order, then the overflow line if the table filled.        *
      ***************************************************************
       3500-WRITE-CLERK-SUMMARY.
           MOVE SPACES TO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.
           MOVE SPACES TO GOSPXRPT-RECORD.
           STRING 'CLERK WORKLOAD (PENDING ITEMS HELD, OLDEST IN DAYS '
                  DELIMITED BY SIZE
                  'SINCE DISPOSITIONED; RESOLVED AND WRITTEN OFF STILL '
                  DELIMITED BY SIZE
                  'ON FILE)' DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.

           MOVE 1 TO WS-CLERK-IDX.
           PERFORM 3600-WRITE-CLERK-LINE THRU 3600-EXIT
                   UNTIL WS-CLERK-IDX > WS-CLERK-COUNT.

           IF WS-CLERK-TABLE-FULL
               MOVE SPACES TO GOSPXRPT-RECORD
               MOVE WS-CLK-OTHER-PENDING TO WS-COUNT-DISP
               MOVE WS-CLK-OTHER-AMOUNT  TO WS-TOTAL-DISP
               STRING '  OTHER(OVERFLOW) PENDING=' DELIMITED BY SIZE
                      WS-COUNT-DISP                DELIMITED BY SIZE
                      ' AT RISK='                  DELIMITED BY SIZE
                      WS-TOTAL-DISP                DELIMITED BY SIZE
                 INTO GOSPXRPT-RECORD
               WRITE GOSPXRPT-RECORD
               MOVE SPACES TO GOSPXRPT-RECORD
               MOVE WS-CLK-OTHER-RESOLVED TO WS-COUNT-DISP
               STRING '                  RESOLVED=' DELIMITED BY SIZE
                      WS-COUNT-DISP                 DELIMITED BY SIZE
                 INTO GOSPXRPT-RECORD
               WRITE GOSPXRPT-RECORD
               MOVE SPACES TO GOSPXRPT-RECORD
               MOVE WS-CLK-OTHER-WRITTEN-OFF TO WS-COUNT-DISP
               STRING '               WRITTEN OFF=' DELIMITED BY SIZE
                      WS-COUNT-DISP                 DELIMITED BY SIZE
                 INTO GOSPXRPT-RECORD
               WRITE GOSPXRPT-RECORD
           END-IF.

           MOVE SPACES TO GOSPXRPT-RECORD.
           MOVE WS-UNWORKED-COUNT TO WS-COUNT-DISP.
           STRING '  OPEN, NOT YET WORKED BY ANY CLERK='
                                          DELIMITED BY SIZE
                  WS-COUNT-DISP           DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.
       3500-EXIT.
           EXIT.

       3600-WRITE-CLERK-LINE.
           MOVE SPACES TO GOSPXRPT-RECORD.
           MOVE WS-CLK-PENDING(WS-CLERK-IDX)        TO WS-COUNT-DISP.
           MOVE WS-CLK-PENDING-AMOUNT(WS-CLERK-IDX) TO WS-TOTAL-DISP.
           MOVE WS-CLK-OLDEST-HELD(WS-CLERK-IDX)    TO WS-AGE-DISP.
           MOVE WS-CLK-RESOLVED(WS-CLERK-IDX)       TO WS-RESOLVED-DISP.
           MOVE WS-CLK-WRITTEN-OFF(WS-CLERK-IDX)
             TO WS-WRITTEN-OFF-DISP.
           STRING '  '                         DELIMITED BY SIZE
                  WS-CLK-USERID(WS-CLERK-IDX)  DELIMITED BY SIZE
                  ' PENDING='                  DELIMITED BY SIZE
                  WS-COUNT-DISP                DELIMITED BY SIZE
                  ' AT RISK='                  DELIMITED BY SIZE
                  WS-TOTAL-DISP                DELIMITED BY SIZE
                  ' OLDEST='                   DELIMITED BY SIZE
                  WS-AGE-DISP                  DELIMITED BY SIZE
                  ' RESOLVED='                 DELIMITED BY SIZE
                  WS-RESOLVED-DISP             DELIMITED BY SIZE
                  ' WRITTEN OFF='              DELIMITED BY SIZE
                  WS-WRITTEN-OFF-DISP          DELIMITED BY SIZE
                  ' LAST='                     DELIMITED BY SIZE
                  WS-CLK-LAST-DISP-DATE(WS-CLERK-IDX)
                                               DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.
           ADD 1 TO WS-CLERK-IDX.
       3600-EXIT.
           EXIT.

      ***************************************************************
      *    4000-TERMINATE - write the totals, raise the CSMT alert  *
      *    if anything is past the escalation age, and close up.     *
      ***************************************************************
       4000-TERMINATE.
           MOVE SPACES TO GOSPXESC-RECORD.
           MOVE WS-ESCALATED-COUNT  TO WS-COUNT-DISP.
           MOVE WS-ESCALATED-AMOUNT TO WS-TOTAL-DISP.
           STRING 'ITEMS PAST ESCALATION AGE=' DELIMITED BY SIZE
                  WS-COUNT-DISP                DELIMITED BY SIZE
                  ' AT RISK='                  DELIMITED BY SIZE
                  WS-TOTAL-DISP                DELIMITED BY SIZE
             INTO GOSPXESC-RECORD.
           WRITE GOSPXESC-RECORD.

           MOVE SPACES TO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.

           MOVE SPACES TO GOSPXRPT-RECORD.
           MOVE WS-RECORDS-READ TO WS-COUNT-DISP.
           STRING 'EXCEPTIONS ON FILE  : ' DELIMITED BY SIZE
                  WS-COUNT-DISP            DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.

           MOVE SPACES TO GOSPXRPT-RECORD.
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISP.
           STRING '  OPEN              : ' DELIMITED BY SIZE
                  WS-COUNT-DISP            DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.

           MOVE SPACES TO GOSPXRPT-RECORD.
           MOVE WS-PENDING-COUNT TO WS-COUNT-DISP.
           STRING '  PENDING           : ' DELIMITED BY SIZE
                  WS-COUNT-DISP            DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.

           MOVE SPACES TO GOSPXRPT-RECORD.
           MOVE WS-RESOLVED-COUNT TO WS-COUNT-DISP.
           STRING '  RESOLVED          : ' DELIMITED BY SIZE
                  WS-COUNT-DISP            DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.

           MOVE SPACES TO GOSPXRPT-RECORD.
           MOVE WS-WRITTEN-OFF-COUNT TO WS-COUNT-DISP.
           STRING '  WRITTEN OFF       : ' DELIMITED BY SIZE
                  WS-COUNT-DISP            DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.

           MOVE SPACES TO GOSPXRPT-RECORD.
           MOVE WS-UNDATED-COUNT TO WS-COUNT-DISP.
           STRING 'AGED WITHOUT A DATE : ' DELIMITED BY SIZE
                  WS-COUNT-DISP            DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.

           MOVE SPACES TO GOSPXRPT-RECORD.
           MOVE WS-ESCALATED-COUNT TO WS-COUNT-DISP.
           STRING 'PAST ESCALATION AGE : ' DELIMITED BY SIZE
                  WS-COUNT-DISP            DELIMITED BY SIZE
                  ' (OVER '                DELIMITED BY SIZE
                  WS-ESCALATION-DAYS       DELIMITED BY SIZE
                  ' DAYS - SEE GOSPXESC)'  DELIMITED BY SIZE
             INTO GOSPXRPT-RECORD.
           WRITE GOSPXRPT-RECORD.

           IF WS-ESCALATED-COUNT > 0
               MOVE 4 TO RETURN-CODE
               PERFORM 4100-RAISE-ALERT THRU 4100-EXIT
           END-IF.

           CLOSE GOSPEXC-FILE.
           CLOSE GOSPXRPT-FILE.
           CLOSE GOSPXESC-FILE.
       4000-EXIT.
           EXIT.

      ***************************************************************
      *    4100-RAISE-ALERT - put the escalation count on CSMT in   *
      *    the region through GOSPLNK's alert mode.  A region that  *
      *    cannot be reached is not fatal: the escalation list is    *
      *    already written, and the job log carries the warning.     *
      ***************************************************************
       4100-RAISE-ALERT.
           MOVE WS-ESCALATED-COUNT TO WS-ALERT-COUNT.
           MOVE SPACES TO GOSPLNK-PARM.
           SET GOSPLNK-MODE-ALERT TO TRUE.
           STRING 'GOSPAGE: '          DELIMITED BY SIZE
                  WS-ALERT-COUNT       DELIMITED BY SIZE
                  ' EXCEPTIONS OVER '  DELIMITED BY SIZE
                  WS-ESCALATION-DAYS   DELIMITED BY SIZE
                  ' DAYS OLD - SEE GOSPXESC' DELIMITED BY SIZE
             INTO GOSPLNK-ALERT-TEXT.
           CALL 'GOSPLNK' USING GOSPLNK-PARM.
           IF NOT GOSPLNK-OK
               DISPLAY 'GOSPAGE: CSMT ALERT NOT RAISED - IS ANY REGION'
                       ' IN THE GOSPRGN LIST AVAILABLE?'
               DISPLAY 'GOSPAGE: ' GOSPLNK-ALERT-TEXT
           END-IF.
       4100-EXIT.
           EXIT.
