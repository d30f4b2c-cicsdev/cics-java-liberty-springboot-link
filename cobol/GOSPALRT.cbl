       CBL CICS('COBOL3,SP')
      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*

      *****************************************************************
      * Operator alert relay for the batch jobs.                      *
      *                                                               *
      * A batch job has no CICS task of its own, so it cannot write   *
      * to CSMT the way the online programs report trouble.  GOSPLNK  *
      * in alert mode ('A') puts the job's message in the ALERT       *
      * container on the current channel and links here over EXCI;    *
      * this program writes it to CSMT as it stands, so operations    *
      * see batch alerts alongside the online ones.  Nothing is       *
      * handed back - a missing container is simply ignored.          *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOSPALRT.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP         PIC S9(08) COMP.
       01 WS-ALERT-CONT   PIC X(16) VALUE 'ALERT'.
       01 WS-ALERT-LENGTH PIC S9(08) COMP.
       01 WS-CSMT-MESSAGE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
      ***************************************************************
      *    Main section                                             *
      ***************************************************************
           MOVE LENGTH OF WS-CSMT-MESSAGE TO WS-ALERT-LENGTH.
           EXEC CICS GET CONTAINER(WS-ALERT-CONT)
                         INTO(WS-CSMT-MESSAGE)
                         FLENGTH(WS-ALERT-LENGTH)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS WRITEQ TD QUEUE('CSMT')
                                 FROM(WS-CSMT-MESSAGE)
                                 LENGTH(LENGTH OF WS-CSMT-MESSAGE)
               END-EXEC
           END-IF.

           EXEC CICS RETURN END-EXEC.

           GOBACK.
