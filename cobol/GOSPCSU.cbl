      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*

      *****************************************************************
      * GOSPCSU - configuration snapshot unload.                      *
      *                                                               *
      * GOSPCFG routing, GOSPENT entitlements and GOSPSLA latency     *
      * targets are keyed by hand into each region, and nothing       *
      * showed whether two regions agree.  This job unloads all three *
      * files of one region to a single dated sequential snapshot     *
      * (see GOSPCSN): a header naming the region and the date and    *
      * time it was taken, every record of each file in key order,   *
      * and a trailer with the count of each, so a truncated copy is *
      * caught before anything is compared or loaded from it.         *
      *                                                               *
      * The region the files belong to arrives as PARM='REGION=name' *
      * and is required - the snapshot is only useful if it says     *
      * where it came from.  The files are only read, so the job     *
      * runs with them open to CICS.  GOSPCSC compares two           *
      * snapshots; GOSPCSL loads an approved one into a region.       *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOSPCSU.
       AUTHOR. APPLICATION-DEVELOPMENT.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOSPCFG-FILE ASSIGN TO GOSPCFG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GOSPCFG-KEY-TRANSID
               FILE STATUS IS WS-GOSPCFG-STATUS.

           SELECT GOSPENT-FILE ASSIGN TO GOSPENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GOSPENT-KEY
               FILE STATUS IS WS-GOSPENT-STATUS.

      *    Nothing loaded GOSPSLA before this family of jobs, so a   *
      *    region may not have one yet - an empty section, not an    *
      *    error.                                                     *
           SELECT OPTIONAL GOSPSLA-FILE ASSIGN TO GOSPSLA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GOSPSLA-KEY-TRANSID
               FILE STATUS IS WS-GOSPSLA-STATUS.

           SELECT GOSPCSN-FILE ASSIGN TO GOSPCSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GOSPCSN-STATUS.

           SELECT GOSPURPT-FILE ASSIGN TO GOSPURPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  GOSPCSN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPCSN.

       FD  GOSPURPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  GOSPURPT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-GOSPCFG-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPENT-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPSLA-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPCSN-STATUS              PIC X(02) VALUE '00'.
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                         VALUE 'Y'.

       77  WS-CFG-COUNT                   PIC 9(09) COMP-3 VALUE 0.
       77  WS-ENT-COUNT                   PIC 9(09) COMP-3 VALUE 0.
       77  WS-SLA-COUNT                   PIC 9(09) COMP-3 VALUE 0.

      *---------------------------------------------------------------*
      *    The region name from the PARM, and when the snapshot was  *
      *    taken.                                                     *
      *---------------------------------------------------------------*
       01  WS-REGION                      PIC X(08) VALUE SPACES.
       01  WS-TODAY-YYYYMMDD              PIC 9(08).
       01  WS-NOW-HHMMSSHH                PIC 9(08).

       01  WS-COUNT-DISP                  PIC ZZZ,ZZZ,ZZ9.

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

           PERFORM 2000-UNLOAD-CFG THRU 2000-EXIT.
           PERFORM 2200-UNLOAD-ENT THRU 2200-EXIT.
           PERFORM 2400-UNLOAD-SLA THRU 2400-EXIT.

           PERFORM 3000-TERMINATE THRU 3000-EXIT.

           STOP RUN.

      ***************************************************************
      *    1000-INITIALIZE - take the region name, open the snapshot *
      *    and the report, and write the snapshot header.            *
      ***************************************************************
       1000-INITIALIZE.
           PERFORM 1100-PARSE-PARM THRU 1100-EXIT.

           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-HHMMSSHH FROM TIME.

           OPEN OUTPUT GOSPCSN-FILE.
           IF WS-GOSPCSN-STATUS NOT = '00'
               DISPLAY 'GOSPCSU: GOSPCSN OPEN FAILED, FILE STATUS='
                       WS-GOSPCSN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GOSPURPT-FILE.

           MOVE SPACES TO GOSPURPT-RECORD.
           STRING 'GOSPCSU CONFIGURATION SNAPSHOT OF REGION '
                  DELIMITED BY SIZE
                  WS-REGION DELIMITED BY SPACE
                  ' TAKEN ' DELIMITED BY SIZE
                  WS-TODAY-YYYYMMDD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NOW-HHMMSSHH(1:6) DELIMITED BY SIZE
             INTO GOSPURPT-RECORD.
           WRITE GOSPURPT-RECORD.

           MOVE SPACES TO GOSPCSN-RECORD.
           SET GOSPCSN-HEADER TO TRUE.
           MOVE WS-TODAY-YYYYMMDD    TO GOSPCSN-SNAP-DATE.
           MOVE WS-NOW-HHMMSSHH(1:6) TO GOSPCSN-SNAP-TIME.
           MOVE WS-REGION            TO GOSPCSN-SNAP-REGION.
           PERFORM 2900-WRITE-SNAPSHOT THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ***************************************************************
      *    1100-PARSE-PARM - the region must be given as             *
      *    PARM='REGION=name', one to eight characters.              *
      ***************************************************************
       1100-PARSE-PARM.
           IF PARM-LENGTH < 8
              OR PARM-TEXT(1:7) NOT = 'REGION='
              OR PARM-LENGTH > 15
               DISPLAY 'GOSPCSU: PARM MUST BE REGION=NAME (1-8 CHARS)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-TEXT(8:PARM-LENGTH - 7) TO WS-REGION.
       1100-EXIT.
           EXIT.

      ***************************************************************
      *    2000-UNLOAD-CFG - every GOSPCFG routing record, in key    *
      *    order.                                                     *
      ***************************************************************
       2000-UNLOAD-CFG.
           OPEN INPUT GOSPCFG-FILE.
           IF WS-GOSPCFG-STATUS NOT = '00'
              AND WS-GOSPCFG-STATUS NOT = '97'
               DISPLAY 'GOSPCSU: GOSPCFG OPEN FAILED, FILE STATUS='
                       WS-GOSPCFG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2100-UNLOAD-ONE-CFG THRU 2100-EXIT
                   UNTIL WS-EOF.
           CLOSE GOSPCFG-FILE.
       2000-EXIT.
           EXIT.

       2100-UNLOAD-ONE-CFG.
           READ GOSPCFG-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           IF WS-GOSPCFG-STATUS NOT = '00'
               DISPLAY 'GOSPCSU: GOSPCFG READ FAILED, FILE STATUS='
                       WS-GOSPCFG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO GOSPCSN-RECORD.
           SET GOSPCSN-CFG TO TRUE.
           MOVE GOSPCFG-KEY-TRANSID TO GOSPCSN-REC-KEY.
           MOVE GOSPCFG-RECORD      TO GOSPCSN-IMAGE.
           PERFORM 2900-WRITE-SNAPSHOT THRU 2900-EXIT.
           ADD 1 TO WS-CFG-COUNT.
       2100-EXIT.
           EXIT.

      ***************************************************************
      *    2200-UNLOAD-ENT - every GOSPENT entitlement record, in    *
      *    key order.                                                 *
      ***************************************************************
       2200-UNLOAD-ENT.
           OPEN INPUT GOSPENT-FILE.
           IF WS-GOSPENT-STATUS NOT = '00'
              AND WS-GOSPENT-STATUS NOT = '97'
               DISPLAY 'GOSPCSU: GOSPENT OPEN FAILED, FILE STATUS='
                       WS-GOSPENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2300-UNLOAD-ONE-ENT THRU 2300-EXIT
                   UNTIL WS-EOF.
           CLOSE GOSPENT-FILE.
       2200-EXIT.
           EXIT.

       2300-UNLOAD-ONE-ENT.
           READ GOSPENT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2300-EXIT
           END-READ.
           IF WS-GOSPENT-STATUS NOT = '00'
               DISPLAY 'GOSPCSU: GOSPENT READ FAILED, FILE STATUS='
                       WS-GOSPENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO GOSPCSN-RECORD.
           SET GOSPCSN-ENT TO TRUE.
           MOVE GOSPENT-KEY    TO GOSPCSN-REC-KEY.
           MOVE GOSPENT-RECORD TO GOSPCSN-IMAGE.
           PERFORM 2900-WRITE-SNAPSHOT THRU 2900-EXIT.
           ADD 1 TO WS-ENT-COUNT.
       2300-EXIT.
           EXIT.

      ***************************************************************
      *    2400-UNLOAD-SLA - every GOSPSLA latency target, in key    *
      *    order.  A region with no GOSPSLA file unloads none.       *
      ***************************************************************
       2400-UNLOAD-SLA.
           OPEN INPUT GOSPSLA-FILE.
           IF WS-GOSPSLA-STATUS = '05'
               CLOSE GOSPSLA-FILE
               GO TO 2400-EXIT
           END-IF.
           IF WS-GOSPSLA-STATUS NOT = '00'
              AND WS-GOSPSLA-STATUS NOT = '97'
               DISPLAY 'GOSPCSU: GOSPSLA OPEN FAILED, FILE STATUS='
                       WS-GOSPSLA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2500-UNLOAD-ONE-SLA THRU 2500-EXIT
                   UNTIL WS-EOF.
           CLOSE GOSPSLA-FILE.
       2400-EXIT.
           EXIT.

       2500-UNLOAD-ONE-SLA.
           READ GOSPSLA-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2500-EXIT
           END-READ.
           IF WS-GOSPSLA-STATUS NOT = '00'
               DISPLAY 'GOSPCSU: GOSPSLA READ FAILED, FILE STATUS='
                       WS-GOSPSLA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO GOSPCSN-RECORD.
           SET GOSPCSN-SLA TO TRUE.
           MOVE GOSPSLA-KEY-TRANSID TO GOSPCSN-REC-KEY.
           MOVE GOSPSLA-RECORD      TO GOSPCSN-IMAGE.
           PERFORM 2900-WRITE-SNAPSHOT THRU 2900-EXIT.
           ADD 1 TO WS-SLA-COUNT.
       2500-EXIT.
           EXIT.

      ***************************************************************
      *    2900-WRITE-SNAPSHOT - a failed write leaves a snapshot    *
      *    nobody should trust, so it ends the job.                  *
      ***************************************************************
       2900-WRITE-SNAPSHOT.
           WRITE GOSPCSN-RECORD.
           IF WS-GOSPCSN-STATUS NOT = '00'
               DISPLAY 'GOSPCSU: GOSPCSN WRITE FAILED, FILE STATUS='
                       WS-GOSPCSN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2900-EXIT.
           EXIT.

      ***************************************************************
      *    3000-TERMINATE - write the trailer counts, report them   *
      *    and close the files.                                       *
      ***************************************************************
       3000-TERMINATE.
           MOVE SPACES TO GOSPCSN-RECORD.
           SET GOSPCSN-TRAILER TO TRUE.
           MOVE WS-CFG-COUNT TO GOSPCSN-CFG-COUNT.
           MOVE WS-ENT-COUNT TO GOSPCSN-ENT-COUNT.
           MOVE WS-SLA-COUNT TO GOSPCSN-SLA-COUNT.
           PERFORM 2900-WRITE-SNAPSHOT THRU 2900-EXIT.

           MOVE SPACES TO GOSPURPT-RECORD.
           MOVE WS-CFG-COUNT TO WS-COUNT-DISP.
           STRING 'GOSPCFG ROUTING RECORDS    : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                   DELIMITED BY SIZE
             INTO GOSPURPT-RECORD.
           WRITE GOSPURPT-RECORD.

           MOVE SPACES TO GOSPURPT-RECORD.
           MOVE WS-ENT-COUNT TO WS-COUNT-DISP.
           STRING 'GOSPENT ENTITLEMENTS       : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                   DELIMITED BY SIZE
             INTO GOSPURPT-RECORD.
           WRITE GOSPURPT-RECORD.

           MOVE SPACES TO GOSPURPT-RECORD.
           MOVE WS-SLA-COUNT TO WS-COUNT-DISP.
           STRING 'GOSPSLA LATENCY TARGETS    : ' DELIMITED BY SIZE
                  WS-COUNT-DISP                   DELIMITED BY SIZE
             INTO GOSPURPT-RECORD.
           WRITE GOSPURPT-RECORD.

           CLOSE GOSPCSN-FILE.
           CLOSE GOSPURPT-FILE.
       3000-EXIT.
           EXIT.
