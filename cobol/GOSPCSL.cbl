      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*

      *****************************************************************
      * GOSPCSL - configuration snapshot controlled load.             *
      *                                                               *
      * Makes a region's GOSPCFG routing, GOSPENT entitlement and     *
      * GOSPSLA latency target files exactly match an approved        *
      * GOSPCSN snapshot taken by GOSPCSU - a release promoted from   *
      * test, or production rebuilt in the DR region.  Every record   *
      * the snapshot has and the region does not is added, every one  *
      * that differs is replaced, and every one the region has and    *
      * the snapshot does not is deleted.  Each change is recorded    *
      * on the region's change logs exactly as the online             *
      * maintenance transactions record theirs - GOSPCFG and GOSPSLA  *
      * changes on GOSPCLG, GOSPENT changes on GOSPELG - with the     *
      * before and after images, the user ID the load ran for, and    *
      * the approved change reference, so the audit trail shows who   *
      * changed what under which approval.                            *
      *                                                               *
      *    PARM='REGION=name,APPROVAL=ref,BY=userid,MODE=APPLY'       *
      *                                                               *
      * REGION, APPROVAL and BY are required.  MODE defaults to       *
      * VERIFY, which changes nothing and reports what APPLY would    *
      * do, so a load is always reviewed before it is run for real.   *
      *                                                               *
      * The snapshot is balanced before any file is opened for        *
      * update - header present, keys in sequence, trailer counts     *
      * agreeing with the records, at least one GOSPCFG record - and  *
      * a snapshot that fails is refused whole, RC 16, nothing        *
      * changed.  After that, RC 0 = the region matches the snapshot  *
      * (VERIFY: already matched), RC 4 = VERIFY found changes to     *
      * make, RC 8 = APPLY could not make or log one or more changes; *
      * the report names each one.  GOSPENT records are compared on   *
      * their description only; the changed-by user ID and date on  *
      * a record this job writes are stamped with BY and today.       *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOSPCSL.
       AUTHOR. APPLICATION-DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOSPCSN-FILE ASSIGN TO GOSPCSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOSPCSN-STATUS.

           SELECT GOSPCFG-FILE ASSIGN TO GOSPCFG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GOSPCFG-KEY-TRANSID
               FILE STATUS IS WS-GOSPCFG-STATUS.

           SELECT GOSPENT-FILE ASSIGN TO GOSPENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GOSPENT-KEY
               FILE STATUS IS WS-GOSPENT-STATUS.

           SELECT OPTIONAL GOSPSLA-FILE ASSIGN TO GOSPSLA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GOSPSLA-KEY-TRANSID
               FILE STATUS IS WS-GOSPSLA-STATUS.

           SELECT GOSPCLG-FILE ASSIGN TO GOSPCLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOSPCLG-KEY
               FILE STATUS IS WS-GOSPCLG-STATUS.

           SELECT GOSPELG-FILE ASSIGN TO GOSPELG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOSPELG-KEY
               FILE STATUS IS WS-GOSPELG-STATUS.

           SELECT GOSPLRPT-FILE ASSIGN TO GOSPLRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GOSPCSN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPCSN-FILE-RECORD            PIC X(100).

       FD  GOSPCFG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPCFG.

       FD  GOSPENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPENT.

       FD  GOSPSLA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPSLA.

       FD  GOSPCLG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPCLG.

       FD  GOSPELG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPELG.

       FD  GOSPLRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPLRPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-GOSPCSN-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPCFG-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPENT-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPSLA-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPCLG-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPELG-STATUS              PIC X(02) VALUE '00'.
       77  WS-IO-STATUS                   PIC X(02) VALUE '00'.
       77  WS-FAILURE-SW                  PIC X(01) VALUE 'N'.
           88  WS-FAILURE                     VALUE 'Y'.
       77  WS-PENDING-SW                  PIC X(01) VALUE 'N'.
           88  WS-CHANGES-PENDING             VALUE 'Y'.
       77  WS-TOKEN-IDX                   PIC 9(02) COMP VALUE 0.
       77  WS-TYPE-IDX                    PIC 9(02) COMP VALUE 0.
       77  WS-LOG-SEQUENCE                PIC 9(06) VALUE 0.

      *---------------------------------------------------------------*
      *    The PARM broken into its comma-separated keywords.         *
      *---------------------------------------------------------------*
       01  WS-PARM-TOKENS.
           05  WS-PARM-TOKEN OCCURS 4 TIMES PIC X(30).
       01  WS-PARM-REGION                 PIC X(08) VALUE SPACES.
       01  WS-PARM-APPROVAL               PIC X(08) VALUE SPACES.
       01  WS-PARM-BY                     PIC X(08) VALUE SPACES.
       01  WS-PARM-MODE                   PIC X(06) VALUE 'VERIFY'.
           88  WS-MODE-APPLY                  VALUE 'APPLY'.
           88  WS-MODE-VERIFY                 VALUE 'VERIFY'.

      *---------------------------------------------------------------*
      *    When the load ran: the change-log key timestamp for every *
      *    change it makes, and the date stamped on GOSPENT records. *
      *---------------------------------------------------------------*
       01  WS-TODAY-YYYYMMDD              PIC 9(08).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-YYYYMMDD.
           05  WS-TODAY-YYYY              PIC X(04).
           05  WS-TODAY-MM                PIC X(02).
           05  WS-TODAY-DD                PIC X(02).
       01  WS-NOW-HHMMSSHH                PIC 9(08).
       01  WS-RUN-STAMP                   PIC X(14).
       01  WS-TODAY-DASHED                PIC X(10).

      *---------------------------------------------------------------*
      *    Snapshot balancing: what the header said, the key last    *
      *    read for the sequence check, and the records counted of   *
      *    each type (1 GOSPCFG, 2 GOSPENT, 3 GOSPSLA).               *
      *---------------------------------------------------------------*
       01  WS-SNAP-REGION                 PIC X(08).
       01  WS-SNAP-TAKEN                  PIC X(15).
       01  WS-PREV-SORT-KEY               PIC X(11).
       01  WS-SNAP-COUNTS.
           05  WS-SNAP-COUNT OCCURS 3 TIMES PIC 9(09) COMP-3.

      *---------------------------------------------------------------*
      *    The match-merge of one file against its snapshot section. *
      *    Either key goes to HIGH-VALUES when its side runs out.     *
      *---------------------------------------------------------------*
       01  WS-CUR-TYPE                    PIC 9(01).
       01  WS-SNAP-KEY                    PIC X(10).
       01  WS-TGT-KEY                     PIC X(10).
       01  WS-TGT-IMAGE                   PIC X(88).
       01  WS-NEW-IMAGE                   PIC X(88).
       01  WS-BEFORE-IMAGE                PIC X(88).
       01  WS-CHANGE-ACTION               PIC X(01).
       01  WS-ACTION-TEXT                 PIC X(20).
       01  WS-CUR-KEY                     PIC X(10).
       01  WS-KEY-DISP                    PIC X(12).

       01  WS-TYPE-TOTALS.
           05  WS-TYPE-TOTAL OCCURS 3 TIMES.
               10  WS-TOT-ADDED           PIC 9(07) COMP-3.
               10  WS-TOT-REPLACED        PIC 9(07) COMP-3.
               10  WS-TOT-DELETED         PIC 9(07) COMP-3.
               10  WS-TOT-SAME            PIC 9(07) COMP-3.
               10  WS-TOT-FAILED          PIC 9(07) COMP-3.
       01  WS-FILE-NAMES-INIT.
           05  FILLER                     PIC X(08) VALUE 'GOSPCFG'.
           05  FILLER                     PIC X(08) VALUE 'GOSPENT'.
           05  FILLER                     PIC X(08) VALUE 'GOSPSLA'.
       01  WS-FILE-NAMES REDEFINES WS-FILE-NAMES-INIT.
           05  WS-FILE-NAME OCCURS 3 TIMES PIC X(08).

       01  WS-TOTAL-DISP                  PIC ZZ,ZZZ,ZZ9.

           COPY GOSPCSN.

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

           PERFORM 2000-BALANCE-SNAPSHOT THRU 2000-EXIT.

           PERFORM 2500-OPEN-REGION-FILES THRU 2500-EXIT.

           MOVE 1 TO WS-CUR-TYPE.
           PERFORM 3000-LOAD-ONE-FILE THRU 3000-EXIT
                   UNTIL WS-CUR-TYPE > 3.

           PERFORM 4000-TERMINATE THRU 4000-EXIT.

           STOP RUN.

      ***************************************************************
      *    1000-INITIALIZE - take the PARM and the run time, open    *
      *    the report.                                                *
      ***************************************************************
       1000-INITIALIZE.
           INITIALIZE WS-TYPE-TOTALS WS-SNAP-COUNTS.
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-HHMMSSHH FROM TIME.
           MOVE WS-TODAY-YYYYMMDD    TO WS-RUN-STAMP(1:8).
           MOVE WS-NOW-HHMMSSHH(1:6) TO WS-RUN-STAMP(9:6).
           MOVE SPACES TO WS-TODAY-DASHED.
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
                  DELIMITED BY SIZE
             INTO WS-TODAY-DASHED.

           OPEN OUTPUT GOSPLRPT-FILE.
           MOVE SPACES TO GOSPLRPT-RECORD.
           STRING 'GOSPCSL CONFIGURATION SNAPSHOT LOAD INTO REGION '
                  DELIMITED BY SIZE
                  WS-PARM-REGION DELIMITED BY SPACE
                  ' - MODE ' DELIMITED BY SIZE
                  WS-PARM-MODE DELIMITED BY SPACE
             INTO GOSPLRPT-RECORD.
           WRITE GOSPLRPT-RECORD.
           MOVE SPACES TO GOSPLRPT-RECORD.
           STRING 'APPROVAL ' DELIMITED BY SIZE
                  WS-PARM-APPROVAL DELIMITED BY SPACE
                  ' BY ' DELIMITED BY SIZE
                  WS-PARM-BY DELIMITED BY SPACE
                  ' RUN ' DELIMITED BY SIZE
                  WS-RUN-STAMP DELIMITED BY SIZE
             INTO GOSPLRPT-RECORD.
           WRITE GOSPLRPT-RECORD.
       1000-EXIT.
           EXIT.

      ***************************************************************
      *    1100-PARSE-PARM - pick REGION=, APPROVAL=, BY= and MODE=  *
      *    out of the PARM in any order.  Only MODE is optional.     *
      ***************************************************************
       1100-PARSE-PARM.
           IF PARM-LENGTH = 0
               DISPLAY 'GOSPCSL: PARM MUST BE REGION=NAME,APPROVAL=REF,'
                       'BY=USERID[,MODE=APPLY|VERIFY]'
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
           PERFORM 1110-TAKE-ONE-TOKEN THRU 1110-EXIT
                   UNTIL WS-TOKEN-IDX > 4.

           IF WS-PARM-REGION = SPACES
               DISPLAY 'GOSPCSL: REGION=NAME IS REQUIRED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM-APPROVAL = SPACES
               DISPLAY 'GOSPCSL: APPROVAL=REF IS REQUIRED - EVERY '
                       'CHANGE IS LOGGED AGAINST IT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM-BY = SPACES
               DISPLAY 'GOSPCSL: BY=USERID IS REQUIRED - EVERY '
                       'CHANGE IS LOGGED AGAINST IT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-MODE-APPLY AND NOT WS-MODE-VERIFY
               DISPLAY 'GOSPCSL: MODE MUST BE APPLY OR VERIFY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

      ***************************************************************
      *    1110-TAKE-ONE-TOKEN - file one KEYWORD=value token.  An   *
      *    unknown keyword stops the job rather than being ignored.  *
      ***************************************************************
       1110-TAKE-ONE-TOKEN.
           EVALUATE TRUE
               WHEN WS-PARM-TOKEN(WS-TOKEN-IDX) = SPACES
                   CONTINUE
               WHEN WS-PARM-TOKEN(WS-TOKEN-IDX)(1:7) = 'REGION='
                   MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(8:8)
                     TO WS-PARM-REGION
               WHEN WS-PARM-TOKEN(WS-TOKEN-IDX)(1:9) = 'APPROVAL='
                   MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(10:8)
                     TO WS-PARM-APPROVAL
               WHEN WS-PARM-TOKEN(WS-TOKEN-IDX)(1:3) = 'BY='
                   MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(4:8)
                     TO WS-PARM-BY
               WHEN WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'MODE='
                   MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:6)
                     TO WS-PARM-MODE
               WHEN OTHER
                   DISPLAY 'GOSPCSL: UNKNOWN PARM KEYWORD: '
                           WS-PARM-TOKEN(WS-TOKEN-IDX)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           ADD 1 TO WS-TOKEN-IDX.
       1110-EXIT.
           EXIT.

      ***************************************************************
      *    2000-BALANCE-SNAPSHOT - read the whole snapshot before    *
      *    anything is touched.  Any fault refuses the load, RC 16. *
      *    The snapshot is then reopened for the load itself.        *
      ***************************************************************
       2000-BALANCE-SNAPSHOT.
           OPEN INPUT GOSPCSN-FILE.
           IF WS-GOSPCSN-STATUS NOT = '00'
               DISPLAY 'GOSPCSL: GOSPCSN OPEN FAILED, FILE STATUS='
                       WS-GOSPCSN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ GOSPCSN-FILE INTO GOSPCSN-RECORD
               AT END
                   MOVE SPACES TO GOSPCSN-RECORD
           END-READ.
           IF NOT GOSPCSN-HEADER
               MOVE 'SNAPSHOT DOES NOT START WITH A HEADER'
                 TO GOSPLRPT-RECORD
               GO TO 2090-REFUSE
           END-IF.
           MOVE GOSPCSN-SNAP-REGION TO WS-SNAP-REGION.
           MOVE SPACES TO WS-SNAP-TAKEN.
           STRING GOSPCSN-SNAP-DATE ' ' GOSPCSN-SNAP-TIME
                  DELIMITED BY SIZE
             INTO WS-SNAP-TAKEN.
           MOVE LOW-VALUES TO WS-PREV-SORT-KEY.

           MOVE SPACES TO GOSPLRPT-RECORD.
           STRING 'SNAPSHOT OF REGION ' DELIMITED BY SIZE
                  WS-SNAP-REGION DELIMITED BY SPACE
                  ' TAKEN ' DELIMITED BY SIZE
                  WS-SNAP-TAKEN DELIMITED BY SIZE
             INTO GOSPLRPT-RECORD.
           WRITE GOSPLRPT-RECORD.
           MOVE SPACES TO GOSPLRPT-RECORD.
           WRITE GOSPLRPT-RECORD.

           PERFORM 2100-BALANCE-ONE-RECORD THRU 2100-EXIT
                   UNTIL GOSPCSN-TRAILER.

           IF GOSPCSN-CFG-COUNT NOT = WS-SNAP-COUNT(1)
              OR GOSPCSN-ENT-COUNT NOT = WS-SNAP-COUNT(2)
              OR GOSPCSN-SLA-COUNT NOT = WS-SNAP-COUNT(3)
               MOVE 'SNAPSHOT TRAILER COUNTS DISAGREE WITH ITS RECORDS'
                 TO GOSPLRPT-RECORD
               GO TO 2090-REFUSE
           END-IF.
           READ GOSPCSN-FILE INTO GOSPCSN-RECORD
               AT END
                   GO TO 2050-BALANCED
           END-READ.
           MOVE 'SNAPSHOT HAS RECORDS AFTER ITS TRAILER'
             TO GOSPLRPT-RECORD.
           GO TO 2090-REFUSE.

       2050-BALANCED.
      *    A snapshot with no routing at all is never a region worth *
      *    loading - applied, it would delete every route.            *
           IF WS-SNAP-COUNT(1) = 0
               MOVE 'SNAPSHOT HOLDS NO GOSPCFG RECORDS'
                 TO GOSPLRPT-RECORD
               GO TO 2090-REFUSE
           END-IF.

           CLOSE GOSPCSN-FILE.
           OPEN INPUT GOSPCSN-FILE.
           READ GOSPCSN-FILE INTO GOSPCSN-RECORD.
           PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT.
           GO TO 2000-EXIT.

       2090-REFUSE.
           WRITE GOSPLRPT-RECORD.
           MOVE 'LOAD REFUSED - NOTHING CHANGED' TO GOSPLRPT-RECORD.
           WRITE GOSPLRPT-RECORD.
           DISPLAY 'GOSPCSL: SNAPSHOT FAILED BALANCING - LOAD REFUSED'.
           CLOSE GOSPCSN-FILE.
           CLOSE GOSPLRPT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       2000-EXIT.
           EXIT.

       2100-BALANCE-ONE-RECORD.
           READ GOSPCSN-FILE INTO GOSPCSN-RECORD
               AT END
                   MOVE 'SNAPSHOT HAS NO TRAILER - TRUNCATED'
                     TO GOSPLRPT-RECORD
                   GO TO 2090-REFUSE
           END-READ.
           IF GOSPCSN-TRAILER
               GO TO 2100-EXIT
           END-IF.
           IF GOSPCSN-REC-TYPE < 1 OR GOSPCSN-REC-TYPE > 3
              OR GOSPCSN-SORT-KEY NOT > WS-PREV-SORT-KEY
               MOVE SPACES TO GOSPLRPT-RECORD
               STRING 'SNAPSHOT RECORD OUT OF SEQUENCE: '
                      GOSPCSN-SORT-KEY
                      DELIMITED BY SIZE
                 INTO GOSPLRPT-RECORD
               GO TO 2090-REFUSE
           END-IF.
           MOVE GOSPCSN-SORT-KEY TO WS-PREV-SORT-KEY.
           ADD 1 TO WS-SNAP-COUNT(GOSPCSN-REC-TYPE).
       2100-EXIT.
           EXIT.

      ***************************************************************
      *    2200-READ-SNAPSHOT - next snapshot record for the load.   *
      *    It has already balanced, so the trailer ends it.          *
      ***************************************************************
       2200-READ-SNAPSHOT.
           READ GOSPCSN-FILE INTO GOSPCSN-RECORD
               AT END
                   SET GOSPCSN-TRAILER TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

      ***************************************************************
      *    2500-OPEN-REGION-FILES - the three files being loaded and *
      *    both change logs, all before anything changes, so a       *
      *    missing or busy file cannot leave a load half done.  In   *
      *    VERIFY mode the files are only read and no log is opened. *
      ***************************************************************
       2500-OPEN-REGION-FILES.
           IF WS-MODE-APPLY
               OPEN I-O GOSPCFG-FILE
           ELSE
               OPEN INPUT GOSPCFG-FILE
           END-IF.
           IF WS-GOSPCFG-STATUS NOT = '00'
              AND WS-GOSPCFG-STATUS NOT = '97'
               DISPLAY 'GOSPCSL: GOSPCFG OPEN FAILED, FILE STATUS='
                       WS-GOSPCFG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-MODE-APPLY
               OPEN I-O GOSPENT-FILE
           ELSE
               OPEN INPUT GOSPENT-FILE
           END-IF.
           IF WS-GOSPENT-STATUS NOT = '00'
              AND WS-GOSPENT-STATUS NOT = '97'
               DISPLAY 'GOSPCSL: GOSPENT OPEN FAILED, FILE STATUS='
                       WS-GOSPENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-MODE-APPLY
               OPEN I-O GOSPSLA-FILE
           ELSE
               OPEN INPUT GOSPSLA-FILE
           END-IF.
           IF WS-GOSPSLA-STATUS NOT = '00'
              AND WS-GOSPSLA-STATUS NOT = '05'
              AND WS-GOSPSLA-STATUS NOT = '97'
               DISPLAY 'GOSPCSL: GOSPSLA OPEN FAILED, FILE STATUS='
                       WS-GOSPSLA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-MODE-VERIFY
               GO TO 2500-EXIT
           END-IF.

           OPEN I-O GOSPCLG-FILE.
           IF WS-GOSPCLG-STATUS NOT = '00'
              AND WS-GOSPCLG-STATUS NOT = '97'
               DISPLAY 'GOSPCSL: GOSPCLG OPEN FAILED, FILE STATUS='
                       WS-GOSPCLG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O GOSPELG-FILE.
           IF WS-GOSPELG-STATUS NOT = '00'
              AND WS-GOSPELG-STATUS NOT = '97'
               DISPLAY 'GOSPCSL: GOSPELG OPEN FAILED, FILE STATUS='
                       WS-GOSPELG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2500-EXIT.
           EXIT.

      ***************************************************************
      *    3000-LOAD-ONE-FILE - match-merge the file of type         *
      *    WS-CUR-TYPE against its section of the snapshot.          *
      ***************************************************************
       3000-LOAD-ONE-FILE.
           PERFORM 3100-READ-TARGET THRU 3100-EXIT.
           PERFORM 3150-SET-SNAP-KEY THRU 3150-EXIT.

           PERFORM 3200-MERGE-ONE-KEY THRU 3200-EXIT
                   UNTIL WS-SNAP-KEY = HIGH-VALUES
                     AND WS-TGT-KEY = HIGH-VALUES.

           ADD 1 TO WS-CUR-TYPE.
       3000-EXIT.
           EXIT.

      ***************************************************************
      *    3100-READ-TARGET - next record of the file being loaded,  *
      *    kept aside since an add or delete reuses the record area. *
      ***************************************************************
       3100-READ-TARGET.
           MOVE SPACES TO WS-TGT-IMAGE.
           EVALUATE WS-CUR-TYPE
               WHEN 1
                   READ GOSPCFG-FILE NEXT RECORD
                       AT END
                           MOVE HIGH-VALUES TO WS-TGT-KEY
                           GO TO 3100-EXIT
                   END-READ
                   IF WS-GOSPCFG-STATUS NOT = '00'
                       DISPLAY 'GOSPCSL: GOSPCFG READ FAILED, '
                               'FILE STATUS=' WS-GOSPCFG-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE GOSPCFG-RECORD TO WS-TGT-IMAGE
               WHEN 2
                   READ GOSPENT-FILE NEXT RECORD
                       AT END
                           MOVE HIGH-VALUES TO WS-TGT-KEY
                           GO TO 3100-EXIT
                   END-READ
                   IF WS-GOSPENT-STATUS NOT = '00'
                       DISPLAY 'GOSPCSL: GOSPENT READ FAILED, '
                               'FILE STATUS=' WS-GOSPENT-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE GOSPENT-RECORD TO WS-TGT-IMAGE
               WHEN 3
      *            A GOSPSLA that did not exist was opened empty.
                   IF WS-GOSPSLA-STATUS = '05'
                       MOVE HIGH-VALUES TO WS-TGT-KEY
                       GO TO 3100-EXIT
                   END-IF
                   READ GOSPSLA-FILE NEXT RECORD
                       AT END
                           MOVE HIGH-VALUES TO WS-TGT-KEY
                           GO TO 3100-EXIT
                   END-READ
                   IF WS-GOSPSLA-STATUS NOT = '00'
                       DISPLAY 'GOSPCSL: GOSPSLA READ FAILED, '
                               'FILE STATUS=' WS-GOSPSLA-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE GOSPSLA-RECORD TO WS-TGT-IMAGE
           END-EVALUATE.
           MOVE WS-TGT-IMAGE(1:10) TO WS-TGT-KEY.
           IF WS-CUR-TYPE NOT = 2
               MOVE SPACES TO WS-TGT-KEY(5:6)
           END-IF.
       3100-EXIT.
           EXIT.

       3150-SET-SNAP-KEY.
           IF GOSPCSN-REC-TYPE = WS-CUR-TYPE
               MOVE GOSPCSN-REC-KEY TO WS-SNAP-KEY
           ELSE
               MOVE HIGH-VALUES TO WS-SNAP-KEY
           END-IF.
       3150-EXIT.
           EXIT.

      ***************************************************************
      *    3200-MERGE-ONE-KEY - a key only the snapshot has is      *
      *    added, one only the region has is deleted, and one both  *
      *    have is replaced if its compared fields differ.           *
      ***************************************************************
       3200-MERGE-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-SNAP-KEY < WS-TGT-KEY
                   MOVE WS-SNAP-KEY TO WS-CUR-KEY
                   PERFORM 3250-SET-KEY-DISP THRU 3250-EXIT
                   MOVE GOSPCSN-IMAGE TO WS-NEW-IMAGE
                   PERFORM 3300-ADD-RECORD THRU 3300-EXIT
                   PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT
                   PERFORM 3150-SET-SNAP-KEY THRU 3150-EXIT
               WHEN WS-SNAP-KEY > WS-TGT-KEY
                   MOVE WS-TGT-KEY TO WS-CUR-KEY
                   PERFORM 3250-SET-KEY-DISP THRU 3250-EXIT
                   PERFORM 3500-DELETE-RECORD THRU 3500-EXIT
                   PERFORM 3100-READ-TARGET THRU 3100-EXIT
               WHEN OTHER
                   MOVE WS-SNAP-KEY TO WS-CUR-KEY
                   PERFORM 3250-SET-KEY-DISP THRU 3250-EXIT
                   MOVE GOSPCSN-IMAGE TO WS-NEW-IMAGE
                   PERFORM 3400-REPLACE-IF-CHANGED THRU 3400-EXIT
                   PERFORM 2200-READ-SNAPSHOT THRU 2200-EXIT
                   PERFORM 3150-SET-SNAP-KEY THRU 3150-EXIT
                   PERFORM 3100-READ-TARGET THRU 3100-EXIT
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      ***************************************************************
      *    3250-SET-KEY-DISP - the key as the report shows it; an    *
      *    entitlement key as user ID and inquiry type.               *
      ***************************************************************
       3250-SET-KEY-DISP.
           MOVE WS-CUR-KEY TO WS-KEY-DISP.
           IF WS-CUR-TYPE = 2
               MOVE SPACES TO WS-KEY-DISP
               STRING WS-CUR-KEY(1:8) ' ' WS-CUR-KEY(9:2)
                      DELIMITED BY SIZE
                 INTO WS-KEY-DISP
           END-IF.
       3250-EXIT.
           EXIT.

      ***************************************************************
      *    3300-ADD-RECORD - write the snapshot record to the region.*
      ***************************************************************
       3300-ADD-RECORD.
           MOVE 'A' TO WS-CHANGE-ACTION.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           IF WS-MODE-VERIFY
               MOVE 'WILL ADD' TO WS-ACTION-TEXT
               PERFORM 3700-REPORT-CHANGE THRU 3700-EXIT
               ADD 1 TO WS-TOT-ADDED(WS-CUR-TYPE)
               GO TO 3300-EXIT
           END-IF.

           EVALUATE WS-CUR-TYPE
               WHEN 1
                   MOVE WS-NEW-IMAGE TO GOSPCFG-RECORD
                   WRITE GOSPCFG-RECORD
                   MOVE WS-GOSPCFG-STATUS TO WS-IO-STATUS
               WHEN 2
                   MOVE WS-NEW-IMAGE(1:70) TO GOSPENT-RECORD
                   MOVE WS-PARM-BY      TO GOSPENT-CHANGED-USERID
                   MOVE WS-TODAY-DASHED TO GOSPENT-CHANGED-DATE
                   MOVE GOSPENT-RECORD  TO WS-NEW-IMAGE
                   WRITE GOSPENT-RECORD
                   MOVE WS-GOSPENT-STATUS TO WS-IO-STATUS
               WHEN 3
                   MOVE WS-NEW-IMAGE(1:20) TO GOSPSLA-RECORD
                   WRITE GOSPSLA-RECORD
                   MOVE WS-GOSPSLA-STATUS TO WS-IO-STATUS
           END-EVALUATE.

           IF WS-IO-STATUS NOT = '00'
               MOVE 'ADD FAILED' TO WS-ACTION-TEXT
               PERFORM 3750-REPORT-FAILURE THRU 3750-EXIT
               GO TO 3300-EXIT
           END-IF.
           MOVE 'ADDED' TO WS-ACTION-TEXT.
           PERFORM 3700-REPORT-CHANGE THRU 3700-EXIT.
           ADD 1 TO WS-TOT-ADDED(WS-CUR-TYPE).
           PERFORM 3800-LOG-CHANGE THRU 3800-EXIT.
       3300-EXIT.
           EXIT.

      ***************************************************************
      *    3400-REPLACE-IF-CHANGED - both have the key.  GOSPENT     *
      *    is compared on its key and description only; GOSPCFG and *
      *    GOSPSLA on the whole record.                               *
      ***************************************************************
       3400-REPLACE-IF-CHANGED.
           EVALUATE WS-CUR-TYPE
               WHEN 1
                   IF WS-NEW-IMAGE = WS-TGT-IMAGE
                       ADD 1 TO WS-TOT-SAME(WS-CUR-TYPE)
                       GO TO 3400-EXIT
                   END-IF
               WHEN 2
                   IF WS-NEW-IMAGE(1:40) = WS-TGT-IMAGE(1:40)
                       ADD 1 TO WS-TOT-SAME(WS-CUR-TYPE)
                       GO TO 3400-EXIT
                   END-IF
               WHEN 3
                   IF WS-NEW-IMAGE(1:20) = WS-TGT-IMAGE(1:20)
                       ADD 1 TO WS-TOT-SAME(WS-CUR-TYPE)
                       GO TO 3400-EXIT
                   END-IF
           END-EVALUATE.

           MOVE 'U' TO WS-CHANGE-ACTION.
           MOVE WS-TGT-IMAGE TO WS-BEFORE-IMAGE.
           IF WS-MODE-VERIFY
               MOVE 'WILL REPLACE' TO WS-ACTION-TEXT
               PERFORM 3700-REPORT-CHANGE THRU 3700-EXIT
               ADD 1 TO WS-TOT-REPLACED(WS-CUR-TYPE)
               GO TO 3400-EXIT
           END-IF.

           EVALUATE WS-CUR-TYPE
               WHEN 1
                   MOVE WS-NEW-IMAGE TO GOSPCFG-RECORD
                   REWRITE GOSPCFG-RECORD
                   MOVE WS-GOSPCFG-STATUS TO WS-IO-STATUS
               WHEN 2
                   MOVE WS-NEW-IMAGE(1:70) TO GOSPENT-RECORD
                   MOVE WS-PARM-BY      TO GOSPENT-CHANGED-USERID
                   MOVE WS-TODAY-DASHED TO GOSPENT-CHANGED-DATE
                   MOVE GOSPENT-RECORD  TO WS-NEW-IMAGE
                   REWRITE GOSPENT-RECORD
                   MOVE WS-GOSPENT-STATUS TO WS-IO-STATUS
               WHEN 3
                   MOVE WS-NEW-IMAGE(1:20) TO GOSPSLA-RECORD
                   REWRITE GOSPSLA-RECORD
                   MOVE WS-GOSPSLA-STATUS TO WS-IO-STATUS
           END-EVALUATE.

           IF WS-IO-STATUS NOT = '00'
               MOVE 'REPLACE FAILED' TO WS-ACTION-TEXT
               PERFORM 3750-REPORT-FAILURE THRU 3750-EXIT
               GO TO 3400-EXIT
           END-IF.
           MOVE 'REPLACED' TO WS-ACTION-TEXT.
           PERFORM 3700-REPORT-CHANGE THRU 3700-EXIT.
           ADD 1 TO WS-TOT-REPLACED(WS-CUR-TYPE).
           PERFORM 3800-LOG-CHANGE THRU 3800-EXIT.
       3400-EXIT.
           EXIT.

      ***************************************************************
      *    3500-DELETE-RECORD - the region has a record the approved *
      *    snapshot does not.                                         *
      ***************************************************************
       3500-DELETE-RECORD.
           MOVE 'D' TO WS-CHANGE-ACTION.
           MOVE WS-TGT-IMAGE TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-NEW-IMAGE.
           IF WS-MODE-VERIFY
               MOVE 'WILL DELETE' TO WS-ACTION-TEXT
               PERFORM 3700-REPORT-CHANGE THRU 3700-EXIT
               ADD 1 TO WS-TOT-DELETED(WS-CUR-TYPE)
               GO TO 3500-EXIT
           END-IF.

           EVALUATE WS-CUR-TYPE
               WHEN 1
                   MOVE WS-TGT-IMAGE TO GOSPCFG-RECORD
                   DELETE GOSPCFG-FILE RECORD
                   MOVE WS-GOSPCFG-STATUS TO WS-IO-STATUS
               WHEN 2
                   MOVE WS-TGT-IMAGE(1:70) TO GOSPENT-RECORD
                   DELETE GOSPENT-FILE RECORD
                   MOVE WS-GOSPENT-STATUS TO WS-IO-STATUS
               WHEN 3
                   MOVE WS-TGT-IMAGE(1:20) TO GOSPSLA-RECORD
                   DELETE GOSPSLA-FILE RECORD
                   MOVE WS-GOSPSLA-STATUS TO WS-IO-STATUS
           END-EVALUATE.

           IF WS-IO-STATUS NOT = '00'
               MOVE 'DELETE FAILED' TO WS-ACTION-TEXT
               PERFORM 3750-REPORT-FAILURE THRU 3750-EXIT
               GO TO 3500-EXIT
           END-IF.
           MOVE 'DELETED' TO WS-ACTION-TEXT.
           PERFORM 3700-REPORT-CHANGE THRU 3700-EXIT.
           ADD 1 TO WS-TOT-DELETED(WS-CUR-TYPE).
           PERFORM 3800-LOG-CHANGE THRU 3800-EXIT.
       3500-EXIT.
           EXIT.

      ***************************************************************
      *    3700-REPORT-CHANGE / 3750-REPORT-FAILURE - one report     *
      *    line per record the load changes or would change, or     *
      *    failed to.                                                 *
      ***************************************************************
       3700-REPORT-CHANGE.
           MOVE 'Y' TO WS-PENDING-SW.
           MOVE SPACES TO GOSPLRPT-RECORD.
           STRING WS-ACTION-TEXT DELIMITED BY SIZE
                  WS-FILE-NAME(WS-CUR-TYPE) DELIMITED BY SIZE
                  ' KEY ' DELIMITED BY SIZE
                  WS-KEY-DISP DELIMITED BY SIZE
             INTO GOSPLRPT-RECORD.
           WRITE GOSPLRPT-RECORD.
       3700-EXIT.
           EXIT.

       3750-REPORT-FAILURE.
           MOVE 'Y' TO WS-FAILURE-SW.
           ADD 1 TO WS-TOT-FAILED(WS-CUR-TYPE).
           MOVE SPACES TO GOSPLRPT-RECORD.
           STRING WS-ACTION-TEXT DELIMITED BY SIZE
                  WS-FILE-NAME(WS-CUR-TYPE) DELIMITED BY SIZE
                  ' KEY ' DELIMITED BY SIZE
                  WS-KEY-DISP DELIMITED BY SIZE
                  ' FILE STATUS=' DELIMITED BY SIZE
                  WS-IO-STATUS DELIMITED BY SIZE
             INTO GOSPLRPT-RECORD.
           WRITE GOSPLRPT-RECORD.
       3750-EXIT.
           EXIT.

      ***************************************************************
      *    3800-LOG-CHANGE - record the change just made the way the *
      *    online maintenance does, under this run's timestamp and   *
      *    the next free sequence number, with the change reference. *
      *    A change that cannot be logged is reported as a failure:  *
      *    the file has changed but the audit trail does not say so. *
      ***************************************************************
       3800-LOG-CHANGE.
           IF WS-CUR-TYPE = 2
               PERFORM 3850-LOG-ENT-CHANGE THRU 3850-EXIT
               GO TO 3800-EXIT
           END-IF.

           MOVE SPACES TO GOSPCLG-RECORD.
           MOVE WS-RUN-STAMP     TO GOSPCLG-KEY-TIMESTAMP.
           MOVE WS-PARM-BY       TO GOSPCLG-USERID.
           MOVE 'BATC'           TO GOSPCLG-TERMID.
           MOVE WS-CHANGE-ACTION TO GOSPCLG-ACTION.
           MOVE WS-CUR-KEY(1:4)  TO GOSPCLG-CFG-TRANSID.
           MOVE WS-BEFORE-IMAGE  TO GOSPCLG-BEFORE-IMAGE.
           MOVE WS-NEW-IMAGE     TO GOSPCLG-AFTER-IMAGE.
           IF WS-CUR-TYPE = 3
               SET GOSPCLG-IMAGE-SLA TO TRUE
               MOVE SPACES TO GOSPCLG-BEFORE-IMAGE(21:68)
                              GOSPCLG-AFTER-IMAGE(21:68)
           END-IF.
           MOVE WS-PARM-APPROVAL TO GOSPCLG-CHANGE-REF.

           MOVE '22' TO WS-GOSPCLG-STATUS.
           PERFORM 3810-WRITE-CLG THRU 3810-EXIT
                   UNTIL WS-GOSPCLG-STATUS NOT = '22'.
           IF WS-GOSPCLG-STATUS NOT = '00'
               MOVE WS-GOSPCLG-STATUS TO WS-IO-STATUS
               MOVE 'GOSPCLG LOG FAILED ' TO WS-ACTION-TEXT
               PERFORM 3750-REPORT-FAILURE THRU 3750-EXIT
           END-IF.
       3800-EXIT.
           EXIT.

       3810-WRITE-CLG.
           ADD 1 TO WS-LOG-SEQUENCE.
           MOVE WS-LOG-SEQUENCE TO GOSPCLG-KEY-SEQUENCE.
           WRITE GOSPCLG-RECORD.
       3810-EXIT.
           EXIT.

       3850-LOG-ENT-CHANGE.
           MOVE SPACES TO GOSPELG-RECORD.
           MOVE WS-RUN-STAMP       TO GOSPELG-KEY-TIMESTAMP.
           MOVE WS-PARM-BY         TO GOSPELG-USERID.
           MOVE 'BATC'             TO GOSPELG-TERMID.
           MOVE WS-CHANGE-ACTION   TO GOSPELG-ACTION.
           MOVE WS-CUR-KEY         TO GOSPELG-ENT-KEY.
           MOVE WS-BEFORE-IMAGE(1:70) TO GOSPELG-BEFORE-IMAGE.
           MOVE WS-NEW-IMAGE(1:70) TO GOSPELG-AFTER-IMAGE.
           MOVE WS-PARM-APPROVAL   TO GOSPELG-CHANGE-REF.

           MOVE '22' TO WS-GOSPELG-STATUS.
           PERFORM 3860-WRITE-ELG THRU 3860-EXIT
                   UNTIL WS-GOSPELG-STATUS NOT = '22'.
           IF WS-GOSPELG-STATUS NOT = '00'
               MOVE WS-GOSPELG-STATUS TO WS-IO-STATUS
               MOVE 'GOSPELG LOG FAILED ' TO WS-ACTION-TEXT
               PERFORM 3750-REPORT-FAILURE THRU 3750-EXIT
           END-IF.
       3850-EXIT.
           EXIT.

       3860-WRITE-ELG.
           ADD 1 TO WS-LOG-SEQUENCE.
           MOVE WS-LOG-SEQUENCE TO GOSPELG-KEY-SEQUENCE.
           WRITE GOSPELG-RECORD.
       3860-EXIT.
           EXIT.

      ***************************************************************
      *    4000-TERMINATE - totals by file, and the return code.     *
      ***************************************************************
       4000-TERMINATE.
           MOVE SPACES TO GOSPLRPT-RECORD.
           WRITE GOSPLRPT-RECORD.
           MOVE 'FILE         ADDED    REPLACED     DELETED   UNCHANGED'
             TO GOSPLRPT-RECORD.
           MOVE '      FAILED' TO GOSPLRPT-RECORD(55:12).
           WRITE GOSPLRPT-RECORD.
           MOVE 1 TO WS-TYPE-IDX.
           PERFORM 4100-WRITE-TYPE-TOTAL THRU 4100-EXIT
                   UNTIL WS-TYPE-IDX > 3.

           MOVE SPACES TO GOSPLRPT-RECORD.
           EVALUATE TRUE
               WHEN WS-FAILURE
                   MOVE 'LOAD INCOMPLETE - SEE FAILURES ABOVE'
                     TO GOSPLRPT-RECORD
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MODE-VERIFY AND WS-CHANGES-PENDING
                   MOVE 'VERIFY ONLY - REGION DIFFERS, NOTHING CHANGED'
                     TO GOSPLRPT-RECORD
                   MOVE 4 TO RETURN-CODE
               WHEN WS-MODE-VERIFY
                   MOVE 'VERIFY ONLY - REGION ALREADY MATCHES SNAPSHOT'
                     TO GOSPLRPT-RECORD
               WHEN OTHER
                   MOVE 'REGION NOW MATCHES SNAPSHOT'
                     TO GOSPLRPT-RECORD
           END-EVALUATE.
           WRITE GOSPLRPT-RECORD.
           DISPLAY 'GOSPCSL: ' GOSPLRPT-RECORD(1:60).

           CLOSE GOSPCSN-FILE.
           CLOSE GOSPCFG-FILE.
           CLOSE GOSPENT-FILE.
           CLOSE GOSPSLA-FILE.
           IF WS-MODE-APPLY
               CLOSE GOSPCLG-FILE
               CLOSE GOSPELG-FILE
           END-IF.
           CLOSE GOSPLRPT-FILE.
       4000-EXIT.
           EXIT.

       4100-WRITE-TYPE-TOTAL.
           MOVE SPACES TO GOSPLRPT-RECORD.
           MOVE WS-FILE-NAME(WS-TYPE-IDX) TO GOSPLRPT-RECORD(1:8).
           MOVE WS-TOT-ADDED(WS-TYPE-IDX)    TO WS-TOTAL-DISP.
           MOVE WS-TOTAL-DISP TO GOSPLRPT-RECORD(9:10).
           MOVE WS-TOT-REPLACED(WS-TYPE-IDX) TO WS-TOTAL-DISP.
           MOVE WS-TOTAL-DISP TO GOSPLRPT-RECORD(21:10).
           MOVE WS-TOT-DELETED(WS-TYPE-IDX)  TO WS-TOTAL-DISP.
           MOVE WS-TOTAL-DISP TO GOSPLRPT-RECORD(33:10).
           MOVE WS-TOT-SAME(WS-TYPE-IDX)     TO WS-TOTAL-DISP.
           MOVE WS-TOTAL-DISP TO GOSPLRPT-RECORD(45:10).
           MOVE WS-TOT-FAILED(WS-TYPE-IDX)   TO WS-TOTAL-DISP.
           MOVE WS-TOTAL-DISP TO GOSPLRPT-RECORD(57:10).
           WRITE GOSPLRPT-RECORD.
           ADD 1 TO WS-TYPE-IDX.
       4100-EXIT.
           EXIT.
