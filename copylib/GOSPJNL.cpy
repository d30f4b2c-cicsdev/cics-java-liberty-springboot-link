      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      *****************************************************************
      * GOSPJNL - adjustment journal record.  One record is written   *
      *           to the GOSPJNL VSAM file for every 'AJ' adjustment  *
      *           YOSPRING accepted, by whichever program posts it to *
      *           the GOSPBOR book of record (GOSPRING, GOSPASYN, or  *
      *           GOSPAJU for a bulk upload),                         *
      *           with the book-of-record amount before and after the *
      *           post.  A post to GOSPBOR that failed is journaled   *
      *           all the same, marked for repost, so the adjustment  *
      *           is never lost between YOSPRING and the book of      *
      *           record.  The nightly GOSPGLI job reposts those,     *
      *           turns the day's entries into the general-ledger     *
      *           interface file, and marks each entry with the       *
      *           business date it went out under.  The key lets the  *
      *           file be browsed in the order it was written.        *
      *****************************************************************
       01  GOSPJNL-RECORD.
           05  GOSPJNL-KEY.
               10  GOSPJNL-KEY-TIMESTAMP      PIC X(14).
               10  GOSPJNL-KEY-SEQUENCE       PIC 9(06).
           05  GOSPJNL-CUSTOMER-NO            PIC X(10).
           05  GOSPJNL-ORDER-NO               PIC X(10).
      *    The adjustment as requested, and the GOSPBOR expected    *
      *    amount either side of the post - the after amount is     *
      *    YOSPRING's corrected standing for the order.               *
           05  GOSPJNL-ADJ-AMOUNT             PIC S9(9)V99 COMP-3.
           05  GOSPJNL-BEFORE-AMOUNT          PIC S9(9)V99 COMP-3.
           05  GOSPJNL-AFTER-AMOUNT           PIC S9(9)V99 COMP-3.
           05  GOSPJNL-BEFORE-SW              PIC X(01).
               88  GOSPJNL-BEFORE-ON-FILE         VALUE 'Y'.
      *        The key was not yet on GOSPBOR - the post added it,  *
      *        and the before amount is zero.                        *
               88  GOSPJNL-BEFORE-NEW-KEY         VALUE 'N'.
      *        GOSPBOR could not be read at all; the repost         *
      *        establishes the before amount.                         *
               88  GOSPJNL-BEFORE-UNKNOWN         VALUE 'U'.
           05  GOSPJNL-USERID                 PIC X(08).
           05  GOSPJNL-TERMID                 PIC X(04).
           05  GOSPJNL-TRANSID                PIC X(04).
      *    The supervisor who signed the adjustment off on GOSV,    *
      *    for one that was held over its approval limit; spaces    *
      *    otherwise.                                                 *
           05  GOSPJNL-APPROVER-USERID        PIC X(08).
           05  GOSPJNL-CORREL-ID              PIC X(16).
           05  GOSPJNL-SOURCE-PROGRAM         PIC X(08).
           05  GOSPJNL-POST-STATUS            PIC X(01).
               88  GOSPJNL-POSTED                 VALUE 'P'.
               88  GOSPJNL-REPOST-NEEDED          VALUE 'F'.
               88  GOSPJNL-REPOSTED               VALUE 'R'.
      *        Never applied: by the time of the repost a later     *
      *        adjustment to the same order had already reached     *
      *        GOSPBOR, and its before amount already reflects this *
      *        one's absence.                                         *
               88  GOSPJNL-SUPERSEDED             VALUE 'X'.
      *    RESP from the failed GOSPBOR call, for a repost-needed    *
      *    entry - or, from GOSPAJU, the VSAM file status.           *
           05  GOSPJNL-BOR-RESP               PIC S9(08) COMP.
           05  GOSPJNL-GL-STATUS              PIC X(01).
               88  GOSPJNL-GL-PENDING             VALUE SPACE.
               88  GOSPJNL-GL-SENT                VALUE 'S'.
      *        Taken by the GL run but nothing to send - no net     *
      *        change to the book of record, or superseded.          *
               88  GOSPJNL-GL-NOTHING-SENT        VALUE 'N'.
           05  GOSPJNL-GL-BUSINESS-DATE       PIC X(08).
           05  GOSPJNL-FILLER                 PIC X(29).
