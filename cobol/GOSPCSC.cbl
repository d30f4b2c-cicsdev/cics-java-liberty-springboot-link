      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*

      *****************************************************************
      * GOSPCSC - configuration snapshot compare.                     *
      *                                                               *
      * Reads two GOSPCSN snapshots taken by GOSPCSU - the FROM one   *
      * on GOSPCSNA (the baseline: yesterday's production, or the     *
      * test region a change was proven in) and the TO one on         *
      * GOSPCSNB - and reports every GOSPCFG, GOSPENT and GOSPSLA     *
      * record added, removed or changed between them.  A changed     *
      * record is reported field by field with both values; an added  *
      * or removed one is listed with all its fields.  Run it to      *
      * find test/production drift, to prove a DR region matches      *
      * production after a switch, and to review exactly what a       *
      * GOSPCSL controlled load is about to do before approving it.   *
      *                                                               *
      * GOSPENT-CHANGED-USERID and -CHANGED-DATE record who keyed an  *
      * entitlement in that region and when, so they always differ    *
      * between regions; they are listed but never counted as a       *
      * change.                                                       *
      *                                                               *
      * Both snapshots must be whole: a missing header or trailer,    *
      * trailer counts that disagree with the records read, or keys   *
      * out of sequence end the job with return code 16.  Otherwise   *
      * return code 0 means the snapshots match and 4 means they      *
      * differ.                                                       *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOSPCSC.
       AUTHOR. APPLICATION-DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOSPCSNA-FILE ASSIGN TO GOSPCSNA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOSPCSNA-STATUS.

           SELECT GOSPCSNB-FILE ASSIGN TO GOSPCSNB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOSPCSNB-STATUS.

           SELECT GOSPKRPT-FILE ASSIGN TO GOSPKRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GOSPCSNA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPCSNA-RECORD                PIC X(100).

       FD  GOSPCSNB-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPCSNB-RECORD                PIC X(100).

       FD  GOSPKRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPKRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-GOSPCSNA-STATUS             PIC X(02) VALUE '00'.
       77  WS-GOSPCSNB-STATUS             PIC X(02) VALUE '00'.
       77  WS-DIFFERENCE-SW               PIC X(01) VALUE 'N'.
           88  WS-DIFFERENCE-FOUND            VALUE 'Y'.
       77  WS-RECORD-CHANGED-SW           PIC X(01) VALUE 'N'.
           88  WS-RECORD-CHANGED              VALUE 'Y'.
       77  WS-TYPE-IDX                    PIC 9(02) COMP VALUE 0.
       77  WS-FIELD-IDX                   PIC 9(02) COMP VALUE 0.

      *---------------------------------------------------------------*
      *    Each side of the match-merge: the snapshot record in hand,*
      *    its key (HIGH-VALUES once the trailer is reached), the    *
      *    previous key for the sequence check, the header it        *
      *    started with and the records it held of each type.        *
      *---------------------------------------------------------------*
       01  WS-A-SNAP.
           05  WS-A-SORT-KEY.
               10  WS-A-REC-TYPE          PIC 9(01).
               10  WS-A-REC-KEY           PIC X(10).
           05  WS-A-IMAGE                 PIC X(88).
           05  FILLER                     PIC X(01).
       01  WS-A-KEY                       PIC X(11).
       01  WS-A-PREV-KEY                  PIC X(11) VALUE LOW-VALUES.
       01  WS-A-REGION                    PIC X(08).
       01  WS-A-TAKEN                     PIC X(15).
       01  WS-A-COUNTS.
           05  WS-A-COUNT OCCURS 3 TIMES  PIC 9(09) COMP-3.

       01  WS-B-SNAP.
           05  WS-B-SORT-KEY.
               10  WS-B-REC-TYPE          PIC 9(01).
               10  WS-B-REC-KEY           PIC X(10).
           05  WS-B-IMAGE                 PIC X(88).
           05  FILLER                     PIC X(01).
       01  WS-B-KEY                       PIC X(11).
       01  WS-B-PREV-KEY                  PIC X(11) VALUE LOW-VALUES.
       01  WS-B-REGION                    PIC X(08).
       01  WS-B-TAKEN                     PIC X(15).
       01  WS-B-COUNTS.
           05  WS-B-COUNT OCCURS 3 TIMES  PIC 9(09) COMP-3.

      *---------------------------------------------------------------*
      *    Outcome totals by record type (1 GOSPCFG, 2 GOSPENT,      *
      *    3 GOSPSLA), in the order GOSPCSN holds them.              *
      *---------------------------------------------------------------*
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-TOTAL OCCURS 3 TIMES.
               10  WS-TOT-ADDED           PIC 9(07) COMP-3.
               10  WS-TOT-REMOVED         PIC 9(07) COMP-3.
               10  WS-TOT-CHANGED         PIC 9(07) COMP-3.
               10  WS-TOT-SAME            PIC 9(07) COMP-3.
       01  WS-FILE-NAMES-INIT.
           05  FILLER                     PIC X(08) VALUE 'GOSPCFG'.
           05  FILLER                     PIC X(08) VALUE 'GOSPENT'.
           05  FILLER                     PIC X(08) VALUE 'GOSPSLA'.
       01  WS-FILE-NAMES REDEFINES WS-FILE-NAMES-INIT.
           05  WS-FILE-NAME OCCURS 3 TIMES PIC X(08).

      *---------------------------------------------------------------*
      *    One record broken out into named, printable fields - the  *
      *    FROM side's, then the TO side's.  A field marked not      *
      *    compared is listed but never counted as a change.         *
      *---------------------------------------------------------------*
       01  WS-FMT-TYPE                    PIC 9(01).
       01  WS-FMT-IMAGE                   PIC X(88).
       01  WS-FIELD-COUNT                 PIC 9(02) COMP VALUE 0.
       01  WS-FIELDS.
           05  WS-FIELD OCCURS 12 TIMES.
               10  WS-FIELD-NAME          PIC X(20).
               10  WS-FIELD-COMPARED-SW   PIC X(01).
                   88  WS-FIELD-COMPARED      VALUE 'Y'.
               10  WS-FIELD-VALUE         PIC X(30).
       01  WS-A-FIELDS                    PIC X(612).
       01  WS-A-FIELD-TABLE REDEFINES WS-A-FIELDS.
           05  WS-A-FIELD OCCURS 12 TIMES.
               10  FILLER                 PIC X(21).
               10  WS-A-FIELD-VALUE       PIC X(30).

       01  WS-NUM2-DISP                   PIC Z9.
       01  WS-NUM3-DISP                   PIC ZZ9.
       01  WS-NUM8-DISP                   PIC -ZZZZZZZ9.
       01  WS-AMOUNT-DISP                 PIC -ZZZZZZZZ9.99.
       01  WS-COUNT-DISP                  PIC ZZZ,ZZZ,ZZ9.
       01  WS-TOTAL-DISP                  PIC ZZ,ZZZ,ZZ9.
       01  WS-ACTION                      PIC X(08).
       01  WS-REC-KEY                     PIC X(10).
       01  WS-KEY-DISP                    PIC X(12).
       01  WS-SIDE                        PIC X(01).

           COPY GOSPCSN.

           COPY GOSPCFG.

           COPY GOSPENT.

           COPY GOSPSLA.

       PROCEDURE DIVISION.
      ***************************************************************
      *    0000-MAINLINE                                             *
      ***************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2000-COMPARE-ONE-KEY THRU 2000-EXIT
                   UNTIL WS-A-KEY = HIGH-VALUES
                     AND WS-B-KEY = HIGH-VALUES.

           PERFORM 3000-TERMINATE THRU 3000-EXIT.

           STOP RUN.

      ***************************************************************
      *    1000-INITIALIZE - open both snapshots, take their headers *
      *    and prime the match-merge.                                *
      ***************************************************************
       1000-INITIALIZE.
           INITIALIZE WS-TYPE-TOTALS WS-A-COUNTS WS-B-COUNTS.

           OPEN INPUT GOSPCSNA-FILE.
           IF WS-GOSPCSNA-STATUS NOT = '00'
               DISPLAY 'GOSPCSC: GOSPCSNA OPEN FAILED, FILE STATUS='
                       WS-GOSPCSNA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GOSPCSNB-FILE.
           IF WS-GOSPCSNB-STATUS NOT = '00'
               DISPLAY 'GOSPCSC: GOSPCSNB OPEN FAILED, FILE STATUS='
                       WS-GOSPCSNB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GOSPKRPT-FILE.

           PERFORM 1100-TAKE-HEADER-A THRU 1100-EXIT.
           PERFORM 1200-TAKE-HEADER-B THRU 1200-EXIT.

           MOVE 'GOSPCSC CONFIGURATION SNAPSHOT COMPARE'
             TO GOSPKRPT-RECORD.
           WRITE GOSPKRPT-RECORD.
           MOVE SPACES TO GOSPKRPT-RECORD.
           STRING 'FROM (GOSPCSNA): REGION ' DELIMITED BY SIZE
                  WS-A-REGION                DELIMITED BY SIZE
                  ' TAKEN '                  DELIMITED BY SIZE
                  WS-A-TAKEN                 DELIMITED BY SIZE
             INTO GOSPKRPT-RECORD.
           WRITE GOSPKRPT-RECORD.
           MOVE SPACES TO GOSPKRPT-RECORD.
           STRING 'TO   (GOSPCSNB): REGION ' DELIMITED BY SIZE
                  WS-B-REGION                DELIMITED BY SIZE
                  ' TAKEN '                  DELIMITED BY SIZE
                  WS-B-TAKEN                 DELIMITED BY SIZE
             INTO GOSPKRPT-RECORD.
           WRITE GOSPKRPT-RECORD.
           MOVE SPACES TO GOSPKRPT-RECORD.
           WRITE GOSPKRPT-RECORD.

           PERFORM 2100-READ-A THRU 2100-EXIT.
           PERFORM 2200-READ-B THRU 2200-EXIT.
       1000-EXIT.
           EXIT.

       1100-TAKE-HEADER-A.
           READ GOSPCSNA-FILE INTO GOSPCSN-RECORD
               AT END
                   MOVE SPACES TO GOSPCSN-RECORD
           END-READ.
           IF NOT GOSPCSN-HEADER
               DISPLAY 'GOSPCSC: GOSPCSNA DOES NOT START WITH A '
                       'SNAPSHOT HEADER'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE GOSPCSN-SNAP-REGION TO WS-A-REGION.
           MOVE SPACES TO WS-A-TAKEN.
           STRING GOSPCSN-SNAP-DATE ' ' GOSPCSN-SNAP-TIME
                  DELIMITED BY SIZE
             INTO WS-A-TAKEN.
       1100-EXIT.
           EXIT.

       1200-TAKE-HEADER-B.
           READ GOSPCSNB-FILE INTO GOSPCSN-RECORD
               AT END
                   MOVE SPACES TO GOSPCSN-RECORD
           END-READ.
           IF NOT GOSPCSN-HEADER
               DISPLAY 'GOSPCSC: GOSPCSNB DOES NOT START WITH A '
                       'SNAPSHOT HEADER'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE GOSPCSN-SNAP-REGION TO WS-B-REGION.
           MOVE SPACES TO WS-B-TAKEN.
           STRING GOSPCSN-SNAP-DATE ' ' GOSPCSN-SNAP-TIME
                  DELIMITED BY SIZE
             INTO WS-B-TAKEN.
       1200-EXIT.
           EXIT.

      ***************************************************************
      *    2000-COMPARE-ONE-KEY - the lower key is a record only     *
      *    that side has; equal keys are compared field by field.    *
      ***************************************************************
       2000-COMPARE-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-A-KEY < WS-B-KEY
                   MOVE 'REMOVED' TO WS-ACTION
                   MOVE 'A' TO WS-SIDE
                   PERFORM 2500-REPORT-ONE-SIDED THRU 2500-EXIT
                   ADD 1 TO WS-TOT-REMOVED(WS-A-REC-TYPE)
                   PERFORM 2100-READ-A THRU 2100-EXIT
               WHEN WS-A-KEY > WS-B-KEY
                   MOVE 'ADDED' TO WS-ACTION
                   MOVE 'B' TO WS-SIDE
                   PERFORM 2500-REPORT-ONE-SIDED THRU 2500-EXIT
                   ADD 1 TO WS-TOT-ADDED(WS-B-REC-TYPE)
                   PERFORM 2200-READ-B THRU 2200-EXIT
               WHEN OTHER
                   PERFORM 2600-COMPARE-RECORDS THRU 2600-EXIT
                   PERFORM 2100-READ-A THRU 2100-EXIT
                   PERFORM 2200-READ-B THRU 2200-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ***************************************************************
      *    2100-READ-A / 2200-READ-B - next data record, checked in  *
      *    sequence.  The trailer ends the side, once its counts     *
      *    agree with the records read; running out of records       *
      *    before a trailer means the snapshot was truncated.        *
      ***************************************************************
       2100-READ-A.
           READ GOSPCSNA-FILE INTO WS-A-SNAP
               AT END
                   DISPLAY 'GOSPCSC: GOSPCSNA HAS NO TRAILER - '
                           'SNAPSHOT TRUNCATED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF WS-A-REC-TYPE = 9
               MOVE WS-A-SNAP TO GOSPCSN-RECORD
               IF GOSPCSN-CFG-COUNT NOT = WS-A-COUNT(1)
                  OR GOSPCSN-ENT-COUNT NOT = WS-A-COUNT(2)
                  OR GOSPCSN-SLA-COUNT NOT = WS-A-COUNT(3)
                   DISPLAY 'GOSPCSC: GOSPCSNA TRAILER COUNTS DO NOT '
                           'AGREE WITH ITS RECORDS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE HIGH-VALUES TO WS-A-KEY
               GO TO 2100-EXIT
           END-IF.
           IF WS-A-REC-TYPE < 1 OR WS-A-REC-TYPE > 3
              OR WS-A-SORT-KEY NOT > WS-A-PREV-KEY
               DISPLAY 'GOSPCSC: GOSPCSNA RECORD OUT OF SEQUENCE: '
                       WS-A-SORT-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-A-SORT-KEY TO WS-A-PREV-KEY.
           MOVE WS-A-SORT-KEY TO WS-A-KEY.
           ADD 1 TO WS-A-COUNT(WS-A-REC-TYPE).
       2100-EXIT.
           EXIT.

       2200-READ-B.
           READ GOSPCSNB-FILE INTO WS-B-SNAP
               AT END
                   DISPLAY 'GOSPCSC: GOSPCSNB HAS NO TRAILER - '
                           'SNAPSHOT TRUNCATED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF WS-B-REC-TYPE = 9
               MOVE WS-B-SNAP TO GOSPCSN-RECORD
               IF GOSPCSN-CFG-COUNT NOT = WS-B-COUNT(1)
                  OR GOSPCSN-ENT-COUNT NOT = WS-B-COUNT(2)
                  OR GOSPCSN-SLA-COUNT NOT = WS-B-COUNT(3)
                   DISPLAY 'GOSPCSC: GOSPCSNB TRAILER COUNTS DO NOT '
                           'AGREE WITH ITS RECORDS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE HIGH-VALUES TO WS-B-KEY
               GO TO 2200-EXIT
           END-IF.
           IF WS-B-REC-TYPE < 1 OR WS-B-REC-TYPE > 3
              OR WS-B-SORT-KEY NOT > WS-B-PREV-KEY
               DISPLAY 'GOSPCSC: GOSPCSNB RECORD OUT OF SEQUENCE: '
                       WS-B-SORT-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-B-SORT-KEY TO WS-B-PREV-KEY.
           MOVE WS-B-SORT-KEY TO WS-B-KEY.
           ADD 1 TO WS-B-COUNT(WS-B-REC-TYPE).
       2200-EXIT.
           EXIT.

      ***************************************************************
      *    2500-REPORT-ONE-SIDED - a record only one snapshot has,   *
      *    listed with every field.                                  *
      ***************************************************************
       2500-REPORT-ONE-SIDED.
           MOVE 'Y' TO WS-DIFFERENCE-SW.
           IF WS-SIDE = 'A'
               MOVE WS-A-REC-TYPE TO WS-FMT-TYPE
               MOVE WS-A-IMAGE    TO WS-FMT-IMAGE
               MOVE WS-A-REC-KEY  TO WS-REC-KEY
           ELSE
               MOVE WS-B-REC-TYPE TO WS-FMT-TYPE
               MOVE WS-B-IMAGE    TO WS-FMT-IMAGE
               MOVE WS-B-REC-KEY  TO WS-REC-KEY
           END-IF.
           PERFORM 2700-WRITE-RECORD-LINE THRU 2700-EXIT.
           PERFORM 2800-FORMAT-FIELDS THRU 2800-EXIT.
           MOVE 1 TO WS-FIELD-IDX.
           PERFORM 2510-WRITE-ONE-FIELD THRU 2510-EXIT
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT.
       2500-EXIT.
           EXIT.

       2510-WRITE-ONE-FIELD.
           MOVE SPACES TO GOSPKRPT-RECORD.
           STRING '         ' DELIMITED BY SIZE
                  WS-FIELD-NAME(WS-FIELD-IDX) DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  WS-FIELD-VALUE(WS-FIELD-IDX) DELIMITED BY SIZE
             INTO GOSPKRPT-RECORD.
           WRITE GOSPKRPT-RECORD.
           ADD 1 TO WS-FIELD-IDX.
       2510-EXIT.
           EXIT.

      ***************************************************************
      *    2600-COMPARE-RECORDS - the same key on both sides.  Each  *
      *    compared field that differs is listed with both values;   *
      *    the record line goes out ahead of the first one.          *
      ***************************************************************
       2600-COMPARE-RECORDS.
           MOVE 'N' TO WS-RECORD-CHANGED-SW.
           MOVE WS-A-REC-TYPE TO WS-FMT-TYPE.
           MOVE WS-A-IMAGE    TO WS-FMT-IMAGE.
           PERFORM 2800-FORMAT-FIELDS THRU 2800-EXIT.
           MOVE WS-FIELDS TO WS-A-FIELDS.
           MOVE WS-B-IMAGE    TO WS-FMT-IMAGE.
           PERFORM 2800-FORMAT-FIELDS THRU 2800-EXIT.
           MOVE WS-A-REC-KEY  TO WS-REC-KEY.

           MOVE 1 TO WS-FIELD-IDX.
           PERFORM 2610-COMPARE-ONE-FIELD THRU 2610-EXIT
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT.

           IF WS-RECORD-CHANGED
               ADD 1 TO WS-TOT-CHANGED(WS-A-REC-TYPE)
           ELSE
               ADD 1 TO WS-TOT-SAME(WS-A-REC-TYPE)
           END-IF.
       2600-EXIT.
           EXIT.

       2610-COMPARE-ONE-FIELD.
           IF WS-FIELD-COMPARED(WS-FIELD-IDX)
              AND WS-A-FIELD-VALUE(WS-FIELD-IDX)
                  NOT = WS-FIELD-VALUE(WS-FIELD-IDX)
               IF NOT WS-RECORD-CHANGED
                   MOVE 'Y' TO WS-RECORD-CHANGED-SW
                   MOVE 'Y' TO WS-DIFFERENCE-SW
                   MOVE 'CHANGED' TO WS-ACTION
                   PERFORM 2700-WRITE-RECORD-LINE THRU 2700-EXIT
               END-IF
               MOVE SPACES TO GOSPKRPT-RECORD
               STRING '         ' DELIMITED BY SIZE
                      WS-FIELD-NAME(WS-FIELD-IDX) DELIMITED BY SIZE
                      ' FROM ' DELIMITED BY SIZE
                      WS-A-FIELD-VALUE(WS-FIELD-IDX) DELIMITED BY SIZE
                      ' TO ' DELIMITED BY SIZE
                      WS-FIELD-VALUE(WS-FIELD-IDX) DELIMITED BY SIZE
                 INTO GOSPKRPT-RECORD
               WRITE GOSPKRPT-RECORD
           END-IF.
           ADD 1 TO WS-FIELD-IDX.
       2610-EXIT.
           EXIT.

      ***************************************************************
      *    2700-WRITE-RECORD-LINE - the action, file and key line    *
      *    each reported record starts with.  An entitlement key is  *
      *    shown as user ID and inquiry type.                        *
      ***************************************************************
       2700-WRITE-RECORD-LINE.
           MOVE WS-REC-KEY TO WS-KEY-DISP.
           IF WS-FMT-TYPE = 2
               MOVE SPACES TO WS-KEY-DISP
               STRING WS-REC-KEY(1:8) ' ' WS-REC-KEY(9:2)
                      DELIMITED BY SIZE
                 INTO WS-KEY-DISP
           END-IF.
           MOVE SPACES TO GOSPKRPT-RECORD.
           STRING WS-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FILE-NAME(WS-FMT-TYPE) DELIMITED BY SIZE
                  ' KEY ' DELIMITED BY SIZE
                  WS-KEY-DISP DELIMITED BY SIZE
             INTO GOSPKRPT-RECORD.
           WRITE GOSPKRPT-RECORD.
       2700-EXIT.
           EXIT.

      ***************************************************************
      *    2800-FORMAT-FIELDS - break WS-FMT-IMAGE out into named,   *
      *    printable fields by the layout of its file.               *
      ***************************************************************
       2800-FORMAT-FIELDS.
           MOVE SPACES TO WS-FIELDS.
           EVALUATE WS-FMT-TYPE
               WHEN 1
                   PERFORM 2810-FORMAT-CFG THRU 2810-EXIT
               WHEN 2
                   PERFORM 2820-FORMAT-ENT THRU 2820-EXIT
               WHEN 3
                   PERFORM 2830-FORMAT-SLA THRU 2830-EXIT
           END-EVALUATE.
       2800-EXIT.
           EXIT.

       2810-FORMAT-CFG.
           MOVE WS-FMT-IMAGE TO GOSPCFG-RECORD.
           MOVE 12 TO WS-FIELD-COUNT.
           MOVE 1 TO WS-FIELD-IDX.
           PERFORM 2815-MARK-COMPARED THRU 2815-EXIT
                   UNTIL WS-FIELD-IDX > WS-FIELD-COUNT.
           MOVE 'TARGET-PROGRAM'       TO WS-FIELD-NAME(1).
           MOVE GOSPCFG-TARGET-PROGRAM TO WS-FIELD-VALUE(1).
           MOVE 'BACKUP-PROGRAM'       TO WS-FIELD-NAME(2).
           MOVE GOSPCFG-BACKUP-PROGRAM TO WS-FIELD-VALUE(2).
           MOVE 'CHANNEL-NAME'         TO WS-FIELD-NAME(3).
           MOVE GOSPCFG-CHANNEL-NAME   TO WS-FIELD-VALUE(3).
           MOVE 'REQUEST-CONT'         TO WS-FIELD-NAME(4).
           MOVE GOSPCFG-REQUEST-CONT   TO WS-FIELD-VALUE(4).
           MOVE 'REPLY-CONT'           TO WS-FIELD-NAME(5).
           MOVE GOSPCFG-REPLY-CONT     TO WS-FIELD-VALUE(5).
           MOVE 'RETRY-MAX'            TO WS-FIELD-NAME(6).
           MOVE GOSPCFG-RETRY-MAX      TO WS-NUM2-DISP.
           MOVE WS-NUM2-DISP           TO WS-FIELD-VALUE(6).
           MOVE 'RETRY-DELAY-SECS'     TO WS-FIELD-NAME(7).
           MOVE GOSPCFG-RETRY-DELAY-SECS TO WS-NUM2-DISP.
           MOVE WS-NUM2-DISP           TO WS-FIELD-VALUE(7).
           MOVE 'INVOKE-MODE'          TO WS-FIELD-NAME(8).
           MOVE GOSPCFG-INVOKE-MODE    TO WS-FIELD-VALUE(8).
           MOVE 'ASYNC-TRANSID'        TO WS-FIELD-NAME(9).
           MOVE GOSPCFG-ASYNC-TRANSID  TO WS-FIELD-VALUE(9).
           MOVE 'THROTTLE-MAX'         TO WS-FIELD-NAME(10).
           MOVE GOSPCFG-THROTTLE-MAX   TO WS-NUM3-DISP.
           MOVE WS-NUM3-DISP           TO WS-FIELD-VALUE(10).
           MOVE 'THROTTLE-WAIT-SECS'   TO WS-FIELD-NAME(11).
           MOVE GOSPCFG-THROTTLE-WAIT-SECS TO WS-NUM2-DISP.
           MOVE WS-NUM2-DISP           TO WS-FIELD-VALUE(11).
           MOVE 'APPROVAL-LIMIT'       TO WS-FIELD-NAME(12).
           MOVE GOSPCFG-APPROVAL-LIMIT TO WS-AMOUNT-DISP.
           MOVE WS-AMOUNT-DISP         TO WS-FIELD-VALUE(12).
       2810-EXIT.
           EXIT.

       2815-MARK-COMPARED.
           MOVE 'Y' TO WS-FIELD-COMPARED-SW(WS-FIELD-IDX).
           ADD 1 TO WS-FIELD-IDX.
       2815-EXIT.
           EXIT.

       2820-FORMAT-ENT.
           MOVE WS-FMT-IMAGE TO GOSPENT-RECORD.
           MOVE 3 TO WS-FIELD-COUNT.
           MOVE 'Y' TO WS-FIELD-COMPARED-SW(1).
           MOVE 'N' TO WS-FIELD-COMPARED-SW(2)
                       WS-FIELD-COMPARED-SW(3).
           MOVE 'DESCRIPTION'            TO WS-FIELD-NAME(1).
           MOVE GOSPENT-DESCRIPTION      TO WS-FIELD-VALUE(1).
           MOVE 'CHANGED-USERID'         TO WS-FIELD-NAME(2).
           MOVE GOSPENT-CHANGED-USERID   TO WS-FIELD-VALUE(2).
           MOVE 'CHANGED-DATE'           TO WS-FIELD-NAME(3).
           MOVE GOSPENT-CHANGED-DATE     TO WS-FIELD-VALUE(3).
       2820-EXIT.
           EXIT.

       2830-FORMAT-SLA.
           MOVE WS-FMT-IMAGE(1:20) TO GOSPSLA-RECORD.
           MOVE 2 TO WS-FIELD-COUNT.
           MOVE 'Y' TO WS-FIELD-COMPARED-SW(1)
                       WS-FIELD-COMPARED-SW(2).
           MOVE 'THRESHOLD-MS'           TO WS-FIELD-NAME(1).
           MOVE GOSPSLA-THRESHOLD-MS     TO WS-NUM8-DISP.
           MOVE WS-NUM8-DISP             TO WS-FIELD-VALUE(1).
           MOVE 'SUSTAIN-SCANS'          TO WS-FIELD-NAME(2).
           MOVE GOSPSLA-SUSTAIN-SCANS    TO WS-NUM3-DISP.
           MOVE WS-NUM3-DISP             TO WS-FIELD-VALUE(2).
       2830-EXIT.
           EXIT.

      ***************************************************************
      *    3000-TERMINATE - totals by file, and the return code.     *
      ***************************************************************
       3000-TERMINATE.
           MOVE SPACES TO GOSPKRPT-RECORD.
           WRITE GOSPKRPT-RECORD.
           MOVE 'FILE         ADDED     REMOVED     CHANGED        SAME'
             TO GOSPKRPT-RECORD.
           WRITE GOSPKRPT-RECORD.
           MOVE 1 TO WS-TYPE-IDX.
           PERFORM 3100-WRITE-TYPE-TOTAL THRU 3100-EXIT
                   UNTIL WS-TYPE-IDX > 3.

           MOVE SPACES TO GOSPKRPT-RECORD.
           IF WS-DIFFERENCE-FOUND
               MOVE 'SNAPSHOTS DIFFER' TO GOSPKRPT-RECORD
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'SNAPSHOTS MATCH' TO GOSPKRPT-RECORD
           END-IF.
           WRITE GOSPKRPT-RECORD.

           CLOSE GOSPCSNA-FILE.
           CLOSE GOSPCSNB-FILE.
           CLOSE GOSPKRPT-FILE.
       3000-EXIT.
           EXIT.

       3100-WRITE-TYPE-TOTAL.
           MOVE SPACES TO GOSPKRPT-RECORD.
           MOVE WS-FILE-NAME(WS-TYPE-IDX) TO GOSPKRPT-RECORD(1:8).
           MOVE WS-TOT-ADDED(WS-TYPE-IDX)   TO WS-TOTAL-DISP.
           MOVE WS-TOTAL-DISP TO GOSPKRPT-RECORD(9:10).
           MOVE WS-TOT-REMOVED(WS-TYPE-IDX) TO WS-TOTAL-DISP.
           MOVE WS-TOTAL-DISP TO GOSPKRPT-RECORD(21:10).
           MOVE WS-TOT-CHANGED(WS-TYPE-IDX) TO WS-TOTAL-DISP.
           MOVE WS-TOTAL-DISP TO GOSPKRPT-RECORD(33:10).
           MOVE WS-TOT-SAME(WS-TYPE-IDX)    TO WS-TOTAL-DISP.
           MOVE WS-TOTAL-DISP TO GOSPKRPT-RECORD(45:10).
           WRITE GOSPKRPT-RECORD.
           ADD 1 TO WS-TYPE-IDX.
       3100-EXIT.
           EXIT.
