      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      *****************************************************************
      * GOSPAJR - bulk adjustment upload register, the GOSPAJR VSAM   *
      *           KSDS GOSPAJU keeps one record on per batch ID, for  *
      *           checkpoint/restart and so that no batch is ever     *
      *           posted twice.  The record is rewritten as each      *
      *           detail goes through: the sequence number is put     *
      *           in flight before the adjustment is driven to        *
      *           YOSPRING or held on GOSPPND, and moved to           *
      *           last-done, with the totals updated, once its        *
      *           outcome is posted, journaled and audited.  A run    *
      *           that stops resumes after last-done; a record still  *
      *           in flight is not driven or held again, but reported *
      *           as failed in doubt for someone to check against     *
      *           GOSPJNL, GOSPAUD and GOSPPND.  A complete batch is  *
      *           refused outright.                                   *
      *****************************************************************
       01  GOSPAJR-RECORD.
           05  GOSPAJR-BATCH-ID               PIC X(08).
           05  GOSPAJR-STATE                  PIC X(01).
               88  GOSPAJR-IN-PROGRESS            VALUE 'I'.
               88  GOSPAJR-COMPLETE               VALUE 'C'.
           05  GOSPAJR-SUBMIT-USERID          PIC X(08).
           05  GOSPAJR-APPROVER-USERID        PIC X(08).
           05  GOSPAJR-LAST-DONE-SEQ          PIC 9(07).
      *    Zero when nothing is in flight.                            *
           05  GOSPAJR-IN-FLIGHT-SEQ          PIC 9(07).
      *    Batch-to-date totals, in the trailer's terms: occurrence  *
      *    1 posted, 2 rejected, 3 failed, 4 held on GOSPPND for      *
      *    approval on GOSV.                                          *
           05  GOSPAJR-TOTALS.
               10  GOSPAJR-TOTAL OCCURS 4 TIMES.
                   15  GOSPAJR-TOTAL-COUNT    PIC 9(07).
                   15  GOSPAJR-TOTAL-INCREASE PIC 9(13)V99 COMP-3.
                   15  GOSPAJR-TOTAL-DECREASE PIC 9(13)V99 COMP-3.
      *    YYYYMMDDHHMMSS of the last rewrite.                        *
           05  GOSPAJR-UPDATED-TIMESTAMP      PIC X(14).
           05  GOSPAJR-FILLER                 PIC X(05).
