      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*

      *****************************************************************
      * GOSPRCRT - quarterly entitlement recertification report.      *
      *                                                               *
      * Security recertifies every quarter who may issue which        *
      * inquiry type.  This job puts the GOSPENT entitlements, the    *
      * use actually made of them on the GOSPAUD trail (live file     *
      * and archive generations) and the GOSPELG change log side by   *
      * side in one document the reviewer can sign off or revoke      *
      * from:                                                         *
      *                                                               *
      *  - every user's entitlements, one line per type, with the     *
      *    date it was last used, the calls made in the review        *
      *    period, and the flags: UNUSED (no call in the period),     *
      *    ADJ (an 'AJ' adjustment right), SELF (granted or changed   *
      *    by the user who holds it) and CHANGED (added or changed    *
      *    since the last recertification); types the user called    *
      *    only through a group grant are listed under them too;      *
      *  - every '*ALL' group grant, with the use made through it;    *
      *  - every GOSPELG change since the last recertification, with *
      *    its before and after images.                               *
      *                                                               *
      * The review period starts at the last recertification,        *
      * PARM='SINCE=YYYYMMDD' (required), and runs to today.  The     *
      * usage input is the audit trail presorted by the requesting   *
      * user and inquiry type inside the request image - the SORT    *
      * step in the GOSPRCRT job builds it from the live file and    *
      * the archive - so the program is a match-merge of that file   *
      * against GOSPENT in key order.  GOSPENT is read twice (the     *
      * group grants first, since any user's call may fall to one)   *
      * and GOSPELG twice (the flags first, the change listing last). *
      * Rejected calls are not use of an entitlement and are not      *
      * counted, nor are the async hand-off and held-for-approval     *
      * records, since the call they lead to has its own final        *
      * record.  Return code 4 means the usage input does not reach   *
      * back to the start of the review period (an archive           *
      * generation is missing) or a table overflowed, so the report  *
      * must not be signed off as it stands.                          *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOSPRCRT.
       AUTHOR. APPLICATION-DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOSPENT-FILE ASSIGN TO GOSPENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GOSPENT-KEY
               FILE STATUS IS WS-GOSPENT-STATUS.

           SELECT GOSPELG-FILE ASSIGN TO GOSPELG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GOSPELG-KEY
               FILE STATUS IS WS-GOSPELG-STATUS.

           SELECT GOSPAUDU-FILE ASSIGN TO GOSPAUDU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOSPAUDU-STATUS.

           SELECT GOSPQRPT-FILE ASSIGN TO GOSPQRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GOSPENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPENT.

       FD  GOSPELG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPELG.

       FD  GOSPAUDU-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPAUD.

       FD  GOSPQRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPQRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-GOSPENT-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPELG-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPAUDU-STATUS             PIC X(02) VALUE '00'.
       77  WS-ENT-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-ENT-EOF                     VALUE 'Y'.
       77  WS-ELG-EOF-SW                  PIC X(01) VALUE 'N'.
           88  WS-ELG-EOF                     VALUE 'Y'.
       77  WS-USAGE-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-USAGE-EOF                   VALUE 'Y'.
       77  WS-FOUND-SW                    PIC X(01) VALUE 'N'.
           88  WS-FOUND                       VALUE 'Y'.
       77  WS-STOP-SW                     PIC X(01) VALUE 'N'.
           88  WS-STOP                        VALUE 'Y'.
       77  WS-USER-HEADED-SW              PIC X(01) VALUE 'N'.
           88  WS-USER-HEADED                 VALUE 'Y'.

       77  WS-USAGE-READ                  PIC 9(09) COMP-3 VALUE 0.
       77  WS-ENTITLEMENTS                PIC 9(07) COMP-3 VALUE 0.
       77  WS-USERS                       PIC 9(07) COMP-3 VALUE 0.
       77  WS-UNUSED-COUNT                PIC 9(07) COMP-3 VALUE 0.
       77  WS-ADJ-COUNT                   PIC 9(07) COMP-3 VALUE 0.
       77  WS-SELF-COUNT                  PIC 9(07) COMP-3 VALUE 0.
       77  WS-CHANGED-COUNT               PIC 9(07) COMP-3 VALUE 0.
       77  WS-CHANGES-LISTED              PIC 9(07) COMP-3 VALUE 0.
       77  WS-VIA-GROUP-COUNT             PIC 9(07) COMP-3 VALUE 0.
       77  WS-NO-GRANT-COUNT              PIC 9(07) COMP-3 VALUE 0.

      *---------------------------------------------------------------*
      *    The review period start from the PARM, in both the key    *
      *    form of the audit and log timestamps and the dashed form  *
      *    GOSPENT-CHANGED-DATE is kept in.                           *
      *---------------------------------------------------------------*
       01  WS-SINCE-DATE                  PIC X(08).
       01  WS-SINCE-DASHED                PIC X(10).
       01  WS-TODAY-YYYYMMDD              PIC 9(08).
       01  WS-EARLIEST-USAGE              PIC X(08) VALUE HIGH-VALUES.

      *---------------------------------------------------------------*
      *    Match-merge state.  Each side's key is user ID plus type, *
      *    HIGH-VALUES once that side is exhausted.  The usage side  *
      *    is one summary per user and type, built from the run of   *
      *    sorted audit records that share the key; the raw record   *
      *    after the run is already read ahead.                       *
      *---------------------------------------------------------------*
       01  WS-ENT-MERGE-KEY               PIC X(10).
       01  WS-USE-MERGE-KEY               PIC X(10).
       01  WS-LOW-KEY                     PIC X(10).
       01  WS-RAW-KEY                     PIC X(10).
       01  WS-PREV-RAW-KEY                PIC X(10) VALUE LOW-VALUES.
       01  WS-CURRENT-USER                PIC X(08) VALUE LOW-VALUES.
       01  WS-USE-CALLS                   PIC 9(07) COMP-3.
       01  WS-USE-LAST-USED               PIC X(08).

      *---------------------------------------------------------------*
      *    The line being written.                                    *
      *---------------------------------------------------------------*
       01  WS-LINE-TYPE                   PIC X(02).
       01  WS-LINE-DESCRIPTION            PIC X(30).
       01  WS-LINE-CALLS                  PIC 9(07) COMP-3.
       01  WS-LINE-LAST-USED              PIC X(08).
       01  WS-LAST-USED-DISP              PIC X(10).
       01  WS-FLAG-TEXT                   PIC X(40).
       01  WS-FLAG-PTR                    PIC 9(03) COMP.
       01  WS-SIGNOFF-TEXT                PIC X(18).

      *---------------------------------------------------------------*
      *    The '*ALL' group grants, loaded up front, with the use    *
      *    made of each by users holding no grant of their own.      *
      *---------------------------------------------------------------*
       77  WS-GROUP-MAX                   PIC 9(03) COMP VALUE 50.
       77  WS-GROUP-COUNT                 PIC 9(03) COMP VALUE 0.
       77  WS-GROUP-IDX                   PIC 9(03) COMP VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 50 TIMES.
               10  WS-GRP-TYPE            PIC X(02).
               10  WS-GRP-DESCRIPTION     PIC X(30).
               10  WS-GRP-CHANGED-USERID  PIC X(08).
               10  WS-GRP-CHANGED-DATE    PIC X(10).
               10  WS-GRP-USERS           PIC 9(07) COMP-3.
               10  WS-GRP-CALLS           PIC 9(07) COMP-3.
               10  WS-GRP-LAST-USED       PIC X(08).

      *---------------------------------------------------------------*
      *    Entitlement keys GOSPELG shows were changed since the     *
      *    last recertification, or ever changed by their holder,    *
      *    kept in key order.  Once WS-FLAG-MAX keys are held the    *
      *    rest are reported as not flagged.                          *
      *---------------------------------------------------------------*
       77  WS-FLAG-MAX                    PIC 9(04) COMP VALUE 2000.
       77  WS-FLAG-COUNT                  PIC 9(04) COMP VALUE 0.
       77  WS-FLAG-IDX                    PIC 9(04) COMP VALUE 0.
       77  WS-SHIFT-IDX                   PIC 9(04) COMP VALUE 0.
       77  WS-FLAG-OVERFLOW-SW            PIC X(01) VALUE 'N'.
           88  WS-FLAG-TABLE-FULL             VALUE 'Y'.
       01  WS-FLAG-TABLE.
           05  WS-FLAG-ENTRY OCCURS 2000 TIMES.
               10  WS-FLG-ENT-KEY         PIC X(10).
               10  WS-FLG-CHANGED-SW      PIC X(01).
               10  WS-FLG-SELF-SW         PIC X(01).
       01  WS-ELG-SELF-SW                 PIC X(01).
           88  WS-ELG-SELF                    VALUE 'Y'.
       01  WS-ELG-RECENT-SW               PIC X(01).
           88  WS-ELG-RECENT                  VALUE 'Y'.
       01  WS-ENT-SELF-SW                 PIC X(01).
           88  WS-ENT-SELF                    VALUE 'Y'.
       01  WS-ENT-CHANGED-SW              PIC X(01).
           88  WS-ENT-CHANGED                 VALUE 'Y'.

      *---------------------------------------------------------------*
      *    The request image unpacked into its real layout, for the  *
      *    requesting user and the inquiry type.                      *
      *---------------------------------------------------------------*
           COPY GOSPREQ.

       01  WS-ACTION-TEXT                 PIC X(06).
       01  WS-COUNT-DISP                  PIC ZZZ,ZZ9.
       01  WS-BIG-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.

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

           PERFORM 2000-MERGE-ONE-KEY THRU 2000-EXIT
                   UNTIL WS-ENT-MERGE-KEY = HIGH-VALUES
                     AND WS-USE-MERGE-KEY = HIGH-VALUES.

           PERFORM 3000-WRITE-GROUP-GRANTS THRU 3000-EXIT.
           PERFORM 3500-WRITE-CHANGES THRU 3500-EXIT.
           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           STOP RUN.

      ***************************************************************
      *    1000-INITIALIZE - parse the review period, load the      *
      *    group grants and the change-log flags, then open both    *
      *    merge inputs and prime them.                               *
      ***************************************************************
       1000-INITIALIZE.
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.

           OPEN OUTPUT GOSPQRPT-FILE.
           MOVE SPACES TO GOSPQRPT-RECORD.
           STRING 'GOSPRCRT ENTITLEMENT RECERTIFICATION - REVIEW '
                  DELIMITED BY SIZE
                  'PERIOD '          DELIMITED BY SIZE
                  WS-SINCE-DATE      DELIMITED BY SIZE
                  ' TO '             DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD  DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.
           MOVE SPACES TO GOSPQRPT-RECORD.
           STRING 'FLAGS: UNUSED=NO CALL IN PERIOD  ADJ=ADJUSTMENT '
                  DELIMITED BY SIZE
                  'RIGHT  SELF=GRANTED OR CHANGED BY THE HOLDER  '
                  DELIMITED BY SIZE
                  'CHANGED=SINCE LAST RECERTIFICATION'
                  DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.

           PERFORM 1200-LOAD-GROUP-GRANTS THRU 1200-EXIT.
           PERFORM 1300-LOAD-CHANGE-FLAGS THRU 1300-EXIT.

           OPEN INPUT GOSPENT-FILE.
           IF WS-GOSPENT-STATUS NOT = '00'
              AND WS-GOSPENT-STATUS NOT = '97'
               DISPLAY 'GOSPRCRT: GOSPENT OPEN FAILED, FILE STATUS='
                       WS-GOSPENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-ENT-EOF-SW.

           OPEN INPUT GOSPAUDU-FILE.
           IF WS-GOSPAUDU-STATUS NOT = '00'
               DISPLAY 'GOSPRCRT: GOSPAUDU OPEN FAILED, FILE STATUS='
                       WS-GOSPAUDU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.
           MOVE SPACES TO GOSPQRPT-RECORD.
           STRING 'ENTITLEMENTS BY USER' DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.

           PERFORM 2100-NEXT-ENTITLEMENT THRU 2100-EXIT.
           PERFORM 2200-READ-USAGE THRU 2200-EXIT.
           PERFORM 2250-NEXT-USAGE THRU 2250-EXIT.
       1000-EXIT.
           EXIT.

      ***************************************************************
      *    1100-PARSE-PARM - the date of the last recertification   *
      *    must be given as PARM='SINCE=YYYYMMDD'.                   *
      ***************************************************************
       1100-PARSE-PARM.
           IF PARM-LENGTH < 14
              OR PARM-TEXT(1:6) NOT = 'SINCE='
               DISPLAY 'GOSPRCRT: PARM MUST BE SINCE=YYYYMMDD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-TEXT(7:8) TO WS-SINCE-DATE.
           IF WS-SINCE-DATE IS NOT NUMERIC
               DISPLAY 'GOSPRCRT: REVIEW PERIOD START NOT NUMERIC: '
                       WS-SINCE-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-SINCE-DASHED.
           STRING WS-SINCE-DATE(1:4) '-'
                  WS-SINCE-DATE(5:2) '-'
                  WS-SINCE-DATE(7:2)
                  DELIMITED BY SIZE
             INTO WS-SINCE-DASHED.
       1100-EXIT.
           EXIT.

      ***************************************************************
      *    1200-LOAD-GROUP-GRANTS - one pass of GOSPENT keeping only *
      *    the '*ALL' records, so a call by a user with no grant of *
      *    their own can be put down to the group grant that let it *
      *    through, wherever that user falls in key order.            *
      ***************************************************************
       1200-LOAD-GROUP-GRANTS.
           OPEN INPUT GOSPENT-FILE.
           IF WS-GOSPENT-STATUS NOT = '00'
              AND WS-GOSPENT-STATUS NOT = '97'
               DISPLAY 'GOSPRCRT: GOSPENT OPEN FAILED, FILE STATUS='
                       WS-GOSPENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1210-READ-ENT THRU 1210-EXIT.
           PERFORM 1220-KEEP-GROUP-GRANT THRU 1220-EXIT
                   UNTIL WS-ENT-EOF.
           CLOSE GOSPENT-FILE.
       1200-EXIT.
           EXIT.

       1210-READ-ENT.
           READ GOSPENT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-ENT-EOF-SW
                   GO TO 1210-EXIT
           END-READ.
           IF WS-GOSPENT-STATUS NOT = '00'
               DISPLAY 'GOSPRCRT: GOSPENT READ FAILED, FILE STATUS='
                       WS-GOSPENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1210-EXIT.
           EXIT.

       1220-KEEP-GROUP-GRANT.
           IF GOSPENT-USERID = '*ALL'
               IF WS-GROUP-COUNT < WS-GROUP-MAX
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO WS-GROUP-IDX
                   MOVE GOSPENT-INQUIRY-TYPE
                     TO WS-GRP-TYPE(WS-GROUP-IDX)
                   MOVE GOSPENT-DESCRIPTION
                     TO WS-GRP-DESCRIPTION(WS-GROUP-IDX)
                   MOVE GOSPENT-CHANGED-USERID
                     TO WS-GRP-CHANGED-USERID(WS-GROUP-IDX)
                   MOVE GOSPENT-CHANGED-DATE
                     TO WS-GRP-CHANGED-DATE(WS-GROUP-IDX)
                   MOVE 0      TO WS-GRP-USERS(WS-GROUP-IDX)
                   MOVE 0      TO WS-GRP-CALLS(WS-GROUP-IDX)
                   MOVE SPACES TO WS-GRP-LAST-USED(WS-GROUP-IDX)
               ELSE
                   DISPLAY 'GOSPRCRT: MORE THAN ' WS-GROUP-MAX
                           ' *ALL GRANTS - TYPE '
                           GOSPENT-INQUIRY-TYPE ' NOT LOADED'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 1210-READ-ENT THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

      ***************************************************************
      *    1300-LOAD-CHANGE-FLAGS - one pass of the whole change     *
      *    log noting every entitlement changed since the review     *
      *    period began, and every one ever changed by the user it  *
      *    entitles.                                                  *
      ***************************************************************
       1300-LOAD-CHANGE-FLAGS.
           PERFORM 1310-OPEN-CHANGE-LOG THRU 1310-EXIT.
           PERFORM 1320-READ-CHANGE-LOG THRU 1320-EXIT.
           PERFORM 1330-NOTE-CHANGE THRU 1330-EXIT
                   UNTIL WS-ELG-EOF.
           CLOSE GOSPELG-FILE.
       1300-EXIT.
           EXIT.

       1310-OPEN-CHANGE-LOG.
           OPEN INPUT GOSPELG-FILE.
           IF WS-GOSPELG-STATUS NOT = '00'
              AND WS-GOSPELG-STATUS NOT = '97'
               DISPLAY 'GOSPRCRT: GOSPELG OPEN FAILED, FILE STATUS='
                       WS-GOSPELG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-ELG-EOF-SW.
       1310-EXIT.
           EXIT.

       1320-READ-CHANGE-LOG.
           READ GOSPELG-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-ELG-EOF-SW
                   GO TO 1320-EXIT
           END-READ.
           IF WS-GOSPELG-STATUS NOT = '00'
               DISPLAY 'GOSPRCRT: GOSPELG READ FAILED, FILE STATUS='
                       WS-GOSPELG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-ELG-SELF-SW.
           IF GOSPELG-USERID = GOSPELG-ENT-KEY(1:8)
               MOVE 'Y' TO WS-ELG-SELF-SW
           END-IF.
           MOVE 'N' TO WS-ELG-RECENT-SW.
           IF GOSPELG-KEY-TIMESTAMP(1:8) NOT < WS-SINCE-DATE
               MOVE 'Y' TO WS-ELG-RECENT-SW
           END-IF.
       1320-EXIT.
           EXIT.

       1330-NOTE-CHANGE.
           IF WS-ELG-SELF OR WS-ELG-RECENT
               MOVE GOSPELG-ENT-KEY TO WS-LOW-KEY
               PERFORM 1400-FIND-FLAG THRU 1400-EXIT
               IF NOT WS-FOUND
                   IF WS-FLAG-COUNT < WS-FLAG-MAX
                       PERFORM 1420-INSERT-FLAG THRU 1420-EXIT
                   ELSE
                       PERFORM 1450-FLAG-OVERFLOW THRU 1450-EXIT
                   END-IF
               END-IF
               IF WS-FOUND
                   IF WS-ELG-SELF
                       MOVE 'Y' TO WS-FLG-SELF-SW(WS-FLAG-IDX)
                   END-IF
                   IF WS-ELG-RECENT
                       MOVE 'Y' TO WS-FLG-CHANGED-SW(WS-FLAG-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 1320-READ-CHANGE-LOG THRU 1320-EXIT.
       1330-EXIT.
           EXIT.

      ***************************************************************
      *    1400-FIND-FLAG - look WS-LOW-KEY up in the flag table.   *
      *    Found or not, WS-FLAG-IDX is left where the key is or    *
      *    belongs.                                                   *
      ***************************************************************
       1400-FIND-FLAG.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 'N' TO WS-STOP-SW.
           MOVE 1 TO WS-FLAG-IDX.
           PERFORM 1410-SCAN-FLAG THRU 1410-EXIT
                   UNTIL WS-STOP OR WS-FLAG-IDX > WS-FLAG-COUNT.
           IF WS-STOP
               IF WS-FLG-ENT-KEY(WS-FLAG-IDX) = WS-LOW-KEY
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-IF.
       1400-EXIT.
           EXIT.

       1410-SCAN-FLAG.
           IF WS-FLG-ENT-KEY(WS-FLAG-IDX) NOT < WS-LOW-KEY
               MOVE 'Y' TO WS-STOP-SW
           ELSE
               ADD 1 TO WS-FLAG-IDX
           END-IF.
       1410-EXIT.
           EXIT.

       1420-INSERT-FLAG.
           MOVE WS-FLAG-COUNT TO WS-SHIFT-IDX.
           PERFORM 1430-SHIFT-FLAG THRU 1430-EXIT
                   UNTIL WS-SHIFT-IDX < WS-FLAG-IDX.
           ADD 1 TO WS-FLAG-COUNT.
           MOVE WS-LOW-KEY TO WS-FLG-ENT-KEY(WS-FLAG-IDX).
           MOVE 'N'        TO WS-FLG-CHANGED-SW(WS-FLAG-IDX).
           MOVE 'N'        TO WS-FLG-SELF-SW(WS-FLAG-IDX).
           MOVE 'Y'        TO WS-FOUND-SW.
       1420-EXIT.
           EXIT.

       1430-SHIFT-FLAG.
           MOVE WS-FLAG-ENTRY(WS-SHIFT-IDX)
             TO WS-FLAG-ENTRY(WS-SHIFT-IDX + 1).
           SUBTRACT 1 FROM WS-SHIFT-IDX.
       1430-EXIT.
           EXIT.

      ***************************************************************
      *    1450-FLAG-OVERFLOW - the flag table is full.  Say so      *
      *    once; the change listing at the end still shows every    *
      *    change, but the per-user flags are incomplete, so the    *
      *    run ends with return code 4.                               *
      ***************************************************************
       1450-FLAG-OVERFLOW.
           IF NOT WS-FLAG-TABLE-FULL
               MOVE 'Y' TO WS-FLAG-OVERFLOW-SW
               MOVE 4 TO RETURN-CODE
               DISPLAY 'GOSPRCRT: CHANGE FLAG TABLE FULL AT '
                       WS-FLAG-MAX ' ENTRIES - SELF/CHANGED FLAGS '
                       'INCOMPLETE'
           END-IF.
       1450-EXIT.
           EXIT.

      ***************************************************************
      *    2000-MERGE-ONE-KEY - take the lower of the two keys.  An *
      *    entitlement with usage, or without, is one grant line; a *
      *    user/type used with no grant of the user's own is listed *
      *    against the group grant that allowed it, or as having no *
      *    grant on file any longer.                                  *
      ***************************************************************
       2000-MERGE-ONE-KEY.
           IF WS-ENT-MERGE-KEY < WS-USE-MERGE-KEY
               MOVE WS-ENT-MERGE-KEY TO WS-LOW-KEY
           ELSE
               MOVE WS-USE-MERGE-KEY TO WS-LOW-KEY
           END-IF.
           IF WS-LOW-KEY(1:8) NOT = WS-CURRENT-USER
               MOVE WS-LOW-KEY(1:8) TO WS-CURRENT-USER
               MOVE 'N' TO WS-USER-HEADED-SW
           END-IF.

           EVALUATE TRUE
               WHEN WS-ENT-MERGE-KEY = WS-USE-MERGE-KEY
                   MOVE WS-USE-CALLS     TO WS-LINE-CALLS
                   MOVE WS-USE-LAST-USED TO WS-LINE-LAST-USED
                   PERFORM 2400-WRITE-GRANT THRU 2400-EXIT
                   PERFORM 2100-NEXT-ENTITLEMENT THRU 2100-EXIT
                   PERFORM 2250-NEXT-USAGE THRU 2250-EXIT
               WHEN WS-ENT-MERGE-KEY < WS-USE-MERGE-KEY
                   MOVE 0      TO WS-LINE-CALLS
                   MOVE SPACES TO WS-LINE-LAST-USED
                   PERFORM 2400-WRITE-GRANT THRU 2400-EXIT
                   PERFORM 2100-NEXT-ENTITLEMENT THRU 2100-EXIT
               WHEN OTHER
                   PERFORM 2500-WRITE-UNGRANTED-USE THRU 2500-EXIT
                   PERFORM 2250-NEXT-USAGE THRU 2250-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ***************************************************************
      *    2100-NEXT-ENTITLEMENT - the next user's own grant; the   *
      *    group grants were dealt with at 1200 and are passed by.   *
      ***************************************************************
       2100-NEXT-ENTITLEMENT.
           PERFORM 1210-READ-ENT THRU 1210-EXIT.
           IF WS-ENT-EOF
               MOVE HIGH-VALUES TO WS-ENT-MERGE-KEY
               GO TO 2100-EXIT
           END-IF.
           IF GOSPENT-USERID = '*ALL'
               GO TO 2100-NEXT-ENTITLEMENT
           END-IF.
           MOVE GOSPENT-KEY TO WS-ENT-MERGE-KEY.
       2100-EXIT.
           EXIT.

      ***************************************************************
      *    2200-READ-USAGE - the next raw audit record, keyed by    *
      *    the requesting user and the type from the request image. *
      *    The merge depends on the sort, so a record out of key    *
      *    order stops the run.                                       *
      ***************************************************************
       2200-READ-USAGE.
           READ GOSPAUDU-FILE
               AT END
                   MOVE 'Y' TO WS-USAGE-EOF-SW
                   GO TO 2200-EXIT
           END-READ.
           IF WS-GOSPAUDU-STATUS NOT = '00'
               DISPLAY 'GOSPRCRT: GOSPAUDU READ FAILED, FILE STATUS='
                       WS-GOSPAUDU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-USAGE-READ.
           MOVE GOSPAUD-REQUEST-SENT TO GOSP-REQUEST.
           MOVE GOSP-REQ-USERID       TO WS-RAW-KEY(1:8).
           MOVE GOSP-REQ-INQUIRY-TYPE TO WS-RAW-KEY(9:2).
           IF WS-RAW-KEY < WS-PREV-RAW-KEY
               DISPLAY 'GOSPRCRT: GOSPAUDU NOT IN USER/TYPE ORDER AT '
                       'RECORD ' WS-USAGE-READ ' - WAS THE SORT STEP '
                       'RUN?'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RAW-KEY TO WS-PREV-RAW-KEY.
       2200-EXIT.
           EXIT.

      ***************************************************************
      *    2250-NEXT-USAGE - summarize the run of audit records for *
      *    the next user and type: calls in the review period and   *
      *    the date of the most recent call on file.                  *
      ***************************************************************
       2250-NEXT-USAGE.
           IF WS-USAGE-EOF
               MOVE HIGH-VALUES TO WS-USE-MERGE-KEY
               GO TO 2250-EXIT
           END-IF.
           MOVE WS-RAW-KEY TO WS-USE-MERGE-KEY.
           MOVE 0          TO WS-USE-CALLS.
           MOVE SPACES     TO WS-USE-LAST-USED.
           PERFORM 2260-ADD-USAGE THRU 2260-EXIT
                   UNTIL WS-USAGE-EOF
                      OR WS-RAW-KEY NOT = WS-USE-MERGE-KEY.
       2250-EXIT.
           EXIT.

       2260-ADD-USAGE.
           IF GOSPAUD-KEY-TIMESTAMP(1:8) < WS-EARLIEST-USAGE
               MOVE GOSPAUD-KEY-TIMESTAMP(1:8) TO WS-EARLIEST-USAGE
           END-IF.
           IF NOT GOSPAUD-OUTCOME-REJECTED
              AND NOT GOSPAUD-OUTCOME-ASYNC
              AND NOT GOSPAUD-OUTCOME-HELD
               IF GOSPAUD-KEY-TIMESTAMP(1:8) NOT < WS-SINCE-DATE
                   ADD 1 TO WS-USE-CALLS
               END-IF
               IF GOSPAUD-KEY-TIMESTAMP(1:8) > WS-USE-LAST-USED
                   MOVE GOSPAUD-KEY-TIMESTAMP(1:8) TO WS-USE-LAST-USED
               END-IF
           END-IF.
           PERFORM 2200-READ-USAGE THRU 2200-EXIT.
       2260-EXIT.
           EXIT.

      ***************************************************************
      *    2300-USER-HEADING - open the user's section before their *
      *    first line.                                                *
      ***************************************************************
       2300-USER-HEADING.
           MOVE 'Y' TO WS-USER-HEADED-SW.
           ADD 1 TO WS-USERS.
           MOVE SPACES TO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.
           MOVE SPACES TO GOSPQRPT-RECORD.
           STRING 'USER '         DELIMITED BY SIZE
                  WS-CURRENT-USER DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.
       2300-EXIT.
           EXIT.

      ***************************************************************
      *    2400-WRITE-GRANT - one of the user's own entitlements,   *
      *    flagged, with room for the reviewer's decision.           *
      ***************************************************************
       2400-WRITE-GRANT.
           ADD 1 TO WS-ENTITLEMENTS.
           MOVE GOSPENT-INQUIRY-TYPE TO WS-LINE-TYPE.
           MOVE GOSPENT-DESCRIPTION  TO WS-LINE-DESCRIPTION.

           MOVE 'N' TO WS-ENT-SELF-SW.
           MOVE 'N' TO WS-ENT-CHANGED-SW.
           IF GOSPENT-CHANGED-USERID = GOSPENT-USERID
               MOVE 'Y' TO WS-ENT-SELF-SW
           END-IF.
           IF GOSPENT-CHANGED-DATE NOT < WS-SINCE-DASHED
              AND GOSPENT-CHANGED-DATE NOT = SPACES
               MOVE 'Y' TO WS-ENT-CHANGED-SW
           END-IF.
           MOVE GOSPENT-KEY TO WS-LOW-KEY.
           PERFORM 1400-FIND-FLAG THRU 1400-EXIT.
           IF WS-FOUND
               IF WS-FLG-SELF-SW(WS-FLAG-IDX) = 'Y'
                   MOVE 'Y' TO WS-ENT-SELF-SW
               END-IF
               IF WS-FLG-CHANGED-SW(WS-FLAG-IDX) = 'Y'
                   MOVE 'Y' TO WS-ENT-CHANGED-SW
               END-IF
           END-IF.

           MOVE SPACES TO WS-FLAG-TEXT.
           MOVE 1 TO WS-FLAG-PTR.
           IF WS-LINE-CALLS = 0
               ADD 1 TO WS-UNUSED-COUNT
               STRING 'UNUSED ' DELIMITED BY SIZE
                 INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
           END-IF.
           IF GOSPENT-INQUIRY-TYPE = 'AJ'
               ADD 1 TO WS-ADJ-COUNT
               STRING 'ADJ ' DELIMITED BY SIZE
                 INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
           END-IF.
           IF WS-ENT-SELF
               ADD 1 TO WS-SELF-COUNT
               STRING 'SELF ' DELIMITED BY SIZE
                 INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
           END-IF.
           IF WS-ENT-CHANGED
               ADD 1 TO WS-CHANGED-COUNT
               STRING 'CHANGED ' DELIMITED BY SIZE
                 INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
           END-IF.

           MOVE 'KEEP[ ] REVOKE[ ]' TO WS-SIGNOFF-TEXT.
           PERFORM 2450-WRITE-LINE THRU 2450-EXIT.
       2400-EXIT.
           EXIT.

      ***************************************************************
      *    2450-WRITE-LINE - the type, what it is, when it was last *
      *    used, the calls in the period, the flags and the         *
      *    sign-off boxes.                                            *
      ***************************************************************
       2450-WRITE-LINE.
           IF NOT WS-USER-HEADED
               PERFORM 2300-USER-HEADING THRU 2300-EXIT
           END-IF.
           IF WS-LINE-LAST-USED = SPACES
               MOVE 'NEVER' TO WS-LAST-USED-DISP
           ELSE
               MOVE SPACES TO WS-LAST-USED-DISP
               STRING WS-LINE-LAST-USED(1:4) '-'
                      WS-LINE-LAST-USED(5:2) '-'
                      WS-LINE-LAST-USED(7:2)
                      DELIMITED BY SIZE
                 INTO WS-LAST-USED-DISP
           END-IF.
           MOVE WS-LINE-CALLS TO WS-COUNT-DISP.
           MOVE SPACES TO GOSPQRPT-RECORD.
           STRING '  '                DELIMITED BY SIZE
                  WS-LINE-TYPE        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-LINE-DESCRIPTION DELIMITED BY SIZE
                  ' LAST USED '       DELIMITED BY SIZE
                  WS-LAST-USED-DISP   DELIMITED BY SIZE
                  ' CALLS '           DELIMITED BY SIZE
                  WS-COUNT-DISP       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-FLAG-TEXT        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-SIGNOFF-TEXT     DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.
       2450-EXIT.
           EXIT.

      ***************************************************************
      *    2500-WRITE-UNGRANTED-USE - calls by a user who holds no  *
      *    grant of the type.  Through a group grant they count     *
      *    toward it; with no group grant either, the user's own    *
      *    grant has since been revoked.  Only use in the review    *
      *    period is listed.                                          *
      ***************************************************************
       2500-WRITE-UNGRANTED-USE.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1 TO WS-GROUP-IDX.
           PERFORM 2510-SCAN-GROUP THRU 2510-EXIT
                   UNTIL WS-FOUND OR WS-GROUP-IDX > WS-GROUP-COUNT.

           IF WS-FOUND
               IF WS-USE-CALLS > 0
                   ADD 1 TO WS-GRP-USERS(WS-GROUP-IDX)
               END-IF
               ADD WS-USE-CALLS TO WS-GRP-CALLS(WS-GROUP-IDX)
               IF WS-USE-LAST-USED > WS-GRP-LAST-USED(WS-GROUP-IDX)
                   MOVE WS-USE-LAST-USED
                     TO WS-GRP-LAST-USED(WS-GROUP-IDX)
               END-IF
           END-IF.

           IF WS-USE-CALLS = 0
               GO TO 2500-EXIT
           END-IF.

           MOVE WS-USE-MERGE-KEY(9:2) TO WS-LINE-TYPE.
           MOVE WS-USE-CALLS          TO WS-LINE-CALLS.
           MOVE WS-USE-LAST-USED      TO WS-LINE-LAST-USED.
           MOVE SPACES TO WS-FLAG-TEXT.
           MOVE SPACES TO WS-SIGNOFF-TEXT.
           IF WS-FOUND
               ADD 1 TO WS-VIA-GROUP-COUNT
               MOVE 'VIA *ALL GROUP GRANT' TO WS-LINE-DESCRIPTION
           ELSE
               ADD 1 TO WS-NO-GRANT-COUNT
               MOVE 'NO GRANT NOW ON FILE' TO WS-LINE-DESCRIPTION
           END-IF.
           IF WS-LINE-TYPE = 'AJ'
               MOVE 'ADJ' TO WS-FLAG-TEXT
           END-IF.
           PERFORM 2450-WRITE-LINE THRU 2450-EXIT.
       2500-EXIT.
           EXIT.

       2510-SCAN-GROUP.
           IF WS-GRP-TYPE(WS-GROUP-IDX) = WS-USE-MERGE-KEY(9:2)
               MOVE 'Y' TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-GROUP-IDX
           END-IF.
       2510-EXIT.
           EXIT.

      ***************************************************************
      *    3000-WRITE-GROUP-GRANTS - every '*ALL' grant, always     *
      *    flagged, with the use made of it by users holding no     *
      *    grant of their own.                                        *
      ***************************************************************
       3000-WRITE-GROUP-GRANTS.
           MOVE SPACES TO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.
           MOVE SPACES TO GOSPQRPT-RECORD.
           STRING '*ALL GROUP GRANTS - OPEN TO EVERY USER'
                  DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.

           MOVE 1 TO WS-GROUP-IDX.
           PERFORM 3100-WRITE-GROUP-LINE THRU 3100-EXIT
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
       3000-EXIT.
           EXIT.

       3100-WRITE-GROUP-LINE.
           MOVE SPACES TO WS-FLAG-TEXT.
           MOVE 1 TO WS-FLAG-PTR.
           STRING '*ALL ' DELIMITED BY SIZE
             INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR.
           IF WS-GRP-CALLS(WS-GROUP-IDX) = 0
               STRING 'UNUSED ' DELIMITED BY SIZE
                 INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
           END-IF.
           IF WS-GRP-TYPE(WS-GROUP-IDX) = 'AJ'
               STRING 'ADJ ' DELIMITED BY SIZE
                 INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
           END-IF.
           MOVE '*ALL' TO WS-LOW-KEY(1:8).
           MOVE WS-GRP-TYPE(WS-GROUP-IDX) TO WS-LOW-KEY(9:2).
           PERFORM 1400-FIND-FLAG THRU 1400-EXIT.
           IF WS-FOUND
               IF WS-FLG-CHANGED-SW(WS-FLAG-IDX) = 'Y'
                   STRING 'CHANGED ' DELIMITED BY SIZE
                     INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-IF
           ELSE
               IF WS-GRP-CHANGED-DATE(WS-GROUP-IDX)
                                        NOT < WS-SINCE-DASHED
                  AND WS-GRP-CHANGED-DATE(WS-GROUP-IDX) NOT = SPACES
                   STRING 'CHANGED ' DELIMITED BY SIZE
                     INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-IF
           END-IF.

           MOVE WS-GRP-CALLS(WS-GROUP-IDX) TO WS-COUNT-DISP.
           MOVE WS-GRP-USERS(WS-GROUP-IDX) TO WS-BIG-COUNT-DISP.
           IF WS-GRP-LAST-USED(WS-GROUP-IDX) = SPACES
               MOVE 'NEVER' TO WS-LAST-USED-DISP
           ELSE
               MOVE SPACES TO WS-LAST-USED-DISP
               STRING WS-GRP-LAST-USED(WS-GROUP-IDX)(1:4) '-'
                      WS-GRP-LAST-USED(WS-GROUP-IDX)(5:2) '-'
                      WS-GRP-LAST-USED(WS-GROUP-IDX)(7:2)
                      DELIMITED BY SIZE
                 INTO WS-LAST-USED-DISP
           END-IF.
           MOVE SPACES TO GOSPQRPT-RECORD.
           STRING '  '                             DELIMITED BY SIZE
                  WS-GRP-TYPE(WS-GROUP-IDX)        DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-GRP-DESCRIPTION(WS-GROUP-IDX) DELIMITED BY SIZE
                  ' LAST USED '                    DELIMITED BY SIZE
                  WS-LAST-USED-DISP                DELIMITED BY SIZE
                  ' CALLS '                        DELIMITED BY SIZE
                  WS-COUNT-DISP                    DELIMITED BY SIZE
                  ' USERS '                        DELIMITED BY SIZE
                  WS-BIG-COUNT-DISP                DELIMITED BY SIZE
                  ' '                              DELIMITED BY SIZE
                  WS-FLAG-TEXT                     DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.
           MOVE SPACES TO GOSPQRPT-RECORD.
           STRING '     LAST CHANGED BY '              DELIMITED BY SIZE
                  WS-GRP-CHANGED-USERID(WS-GROUP-IDX) DELIMITED BY SIZE
                  ' ON '                               DELIMITED BY SIZE
                  WS-GRP-CHANGED-DATE(WS-GROUP-IDX)   DELIMITED BY SIZE
                  '   KEEP[ ] REVOKE[ ]'               DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.
           ADD 1 TO WS-GROUP-IDX.
       3100-EXIT.
           EXIT.

      ***************************************************************
      *    3500-WRITE-CHANGES - a second pass of the change log,    *
      *    listing every add, update and delete since the review    *
      *    period began with who made it and the before and after   *
      *    images, the holder's own changes flagged SELF.            *
      ***************************************************************
       3500-WRITE-CHANGES.
           MOVE SPACES TO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.
           MOVE SPACES TO GOSPQRPT-RECORD.
           STRING 'ENTITLEMENT CHANGES SINCE LAST RECERTIFICATION '
                  DELIMITED BY SIZE
                  'ON '              DELIMITED BY SIZE
                  WS-SINCE-DASHED    DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.

           PERFORM 1310-OPEN-CHANGE-LOG THRU 1310-EXIT.
           PERFORM 1320-READ-CHANGE-LOG THRU 1320-EXIT.
           PERFORM 3600-WRITE-ONE-CHANGE THRU 3600-EXIT
                   UNTIL WS-ELG-EOF.
           CLOSE GOSPELG-FILE.
       3500-EXIT.
           EXIT.

       3600-WRITE-ONE-CHANGE.
           IF NOT WS-ELG-RECENT
               GO TO 3600-NEXT
           END-IF.

           ADD 1 TO WS-CHANGES-LISTED.
           EVALUATE TRUE
               WHEN GOSPELG-ACTION-ADD
                   MOVE 'ADD'    TO WS-ACTION-TEXT
               WHEN GOSPELG-ACTION-UPDATE
                   MOVE 'UPDATE' TO WS-ACTION-TEXT
               WHEN GOSPELG-ACTION-DELETE
                   MOVE 'DELETE' TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE GOSPELG-ACTION TO WS-ACTION-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-ELG-SELF
               MOVE 'SELF' TO WS-FLAG-TEXT
           END-IF.

           MOVE SPACES TO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.
           MOVE SPACES TO GOSPQRPT-RECORD.
           STRING '  '                       DELIMITED BY SIZE
                  GOSPELG-KEY-TIMESTAMP(1:4) DELIMITED BY SIZE
                  '-'                        DELIMITED BY SIZE
                  GOSPELG-KEY-TIMESTAMP(5:2) DELIMITED BY SIZE
                  '-'                        DELIMITED BY SIZE
                  GOSPELG-KEY-TIMESTAMP(7:2) DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  GOSPELG-KEY-TIMESTAMP(9:6) DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-ACTION-TEXT             DELIMITED BY SIZE
                  ' USER '                   DELIMITED BY SIZE
                  GOSPELG-ENT-KEY(1:8)       DELIMITED BY SIZE
                  ' TYPE '                   DELIMITED BY SIZE
                  GOSPELG-ENT-KEY(9:2)       DELIMITED BY SIZE
                  ' BY '                     DELIMITED BY SIZE
                  GOSPELG-USERID             DELIMITED BY SIZE
                  ' TERM '                   DELIMITED BY SIZE
                  GOSPELG-TERMID             DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-FLAG-TEXT               DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.
           MOVE SPACES TO GOSPQRPT-RECORD.
           STRING '     BEFORE: '            DELIMITED BY SIZE
                  GOSPELG-BEFORE-IMAGE       DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.
           MOVE SPACES TO GOSPQRPT-RECORD.
           STRING '     AFTER : '            DELIMITED BY SIZE
                  GOSPELG-AFTER-IMAGE        DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.

       3600-NEXT.
           PERFORM 1320-READ-CHANGE-LOG THRU 1320-EXIT.
       3600-EXIT.
           EXIT.

      ***************************************************************
      *    4000-TERMINATE - the totals, a warning if the usage did  *
      *    not reach back to the start of the review period, and    *
      *    close up.                                                  *
      ***************************************************************
       4000-TERMINATE.
           MOVE SPACES TO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.

           MOVE SPACES TO GOSPQRPT-RECORD.
           MOVE WS-USERS TO WS-COUNT-DISP.
           STRING 'USERS LISTED              : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                  DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.

           MOVE SPACES TO GOSPQRPT-RECORD.
           MOVE WS-ENTITLEMENTS TO WS-COUNT-DISP.
           STRING 'USER ENTITLEMENTS         : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                  DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.

           MOVE SPACES TO GOSPQRPT-RECORD.
           MOVE WS-UNUSED-COUNT TO WS-COUNT-DISP.
           STRING '  UNUSED IN PERIOD        : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                  DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.

           MOVE SPACES TO GOSPQRPT-RECORD.
           MOVE WS-ADJ-COUNT TO WS-COUNT-DISP.
           STRING '  ADJUSTMENT (AJ) RIGHTS  : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                  DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.

           MOVE SPACES TO GOSPQRPT-RECORD.
           MOVE WS-SELF-COUNT TO WS-COUNT-DISP.
           STRING '  GRANTED/CHANGED BY SELF: ' DELIMITED BY SIZE
                  WS-COUNT-DISP                  DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.

           MOVE SPACES TO GOSPQRPT-RECORD.
           MOVE WS-CHANGED-COUNT TO WS-COUNT-DISP.
           STRING '  CHANGED IN PERIOD       : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                  DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.

           MOVE SPACES TO GOSPQRPT-RECORD.
           MOVE WS-GROUP-COUNT TO WS-COUNT-DISP.
           STRING '*ALL GROUP GRANTS         : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                  DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.

           MOVE SPACES TO GOSPQRPT-RECORD.
           MOVE WS-VIA-GROUP-COUNT TO WS-COUNT-DISP.
           STRING 'USER/TYPES USED VIA *ALL  : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                  DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.

           MOVE SPACES TO GOSPQRPT-RECORD.
           MOVE WS-NO-GRANT-COUNT TO WS-COUNT-DISP.
           STRING 'USED, NO GRANT NOW        : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                  DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.

           MOVE SPACES TO GOSPQRPT-RECORD.
           MOVE WS-CHANGES-LISTED TO WS-COUNT-DISP.
           STRING 'LOGGED CHANGES IN PERIOD  : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                  DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.

           MOVE SPACES TO GOSPQRPT-RECORD.
           MOVE WS-USAGE-READ TO WS-BIG-COUNT-DISP.
           STRING 'AUDIT RECORDS READ        : ' DELIMITED BY SIZE
                  WS-BIG-COUNT-DISP              DELIMITED BY SIZE
             INTO GOSPQRPT-RECORD.
           WRITE GOSPQRPT-RECORD.

      *    Usage that starts after the review period began means an  *
      *    archive generation was left off the sort step - UNUSED    *
      *    flags could be wrong, so the report is not fit to sign.    *
           IF WS-EARLIEST-USAGE > WS-SINCE-DATE
               MOVE 4 TO RETURN-CODE
               MOVE SPACES TO GOSPQRPT-RECORD
               IF WS-EARLIEST-USAGE = HIGH-VALUES
                   STRING '*** NO USAGE RECORDS READ - CHECK THE SORT '
                          DELIMITED BY SIZE
                          'STEP INPUT BEFORE SIGNING OFF ***'
                          DELIMITED BY SIZE
                     INTO GOSPQRPT-RECORD
               ELSE
                   STRING '*** USAGE ON FILE STARTS '
                          DELIMITED BY SIZE
                          WS-EARLIEST-USAGE DELIMITED BY SIZE
                          ', AFTER THE PERIOD START - ALLOCATE THE '
                          DELIMITED BY SIZE
                          'OLDER ARCHIVE GENERATIONS AND RERUN ***'
                          DELIMITED BY SIZE
                     INTO GOSPQRPT-RECORD
               END-IF
               DISPLAY GOSPQRPT-RECORD
               WRITE GOSPQRPT-RECORD
           END-IF.

           CLOSE GOSPENT-FILE.
           CLOSE GOSPAUDU-FILE.
           CLOSE GOSPQRPT-FILE.
       4000-EXIT.
           EXIT.
