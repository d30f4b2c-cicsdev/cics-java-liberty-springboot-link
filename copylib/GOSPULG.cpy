      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      *****************************************************************
      * GOSPULG - change-log record written to the GOSPULG VSAM file  *
      *           by the GOSU customer maintenance transaction for    *
      *           every add, update or delete of a GOSPCUS customer   *
      *           master record, in the same shape the GOSPCLG log    *
      *           gives the routing file: who made the change, from   *
      *           which terminal, and the full before and after       *
      *           images, so any hold placed on or lifted from an     *
      *           account can be traced back to who did it and what   *
      *           it replaced.  The key lets the log be browsed in    *
      *           the order the changes were made.                    *
      *****************************************************************
       01  GOSPULG-RECORD.
           05  GOSPULG-KEY.
               10  GOSPULG-KEY-TIMESTAMP      PIC X(14).
               10  GOSPULG-KEY-SEQUENCE       PIC 9(06).
           05  GOSPULG-USERID                 PIC X(08).
           05  GOSPULG-TERMID                 PIC X(04).
           05  GOSPULG-ACTION                 PIC X(01).
               88  GOSPULG-ACTION-ADD             VALUE 'A'.
               88  GOSPULG-ACTION-UPDATE          VALUE 'U'.
               88  GOSPULG-ACTION-DELETE          VALUE 'D'.
           05  GOSPULG-CUSTOMER-NO            PIC X(10).
           05  GOSPULG-BEFORE-IMAGE           PIC X(120).
           05  GOSPULG-AFTER-IMAGE            PIC X(120).
           05  GOSPULG-FILLER                 PIC X(09).
