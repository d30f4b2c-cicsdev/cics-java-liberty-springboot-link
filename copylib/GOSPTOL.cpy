      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      *****************************************************************
      * GOSPTOL - reconciliation tolerance rule card, read from the   *
      *           GOSPTOL file by GOSPBAT.  A rule covers either a    *
      *           customer-number range or a band of book-of-record   *
      *           amounts (taken without sign), and allows either an  *
      *           absolute amount or a percentage of the book-of-     *
      *           record amount.  An amount break no larger than the  *
      *           allowance is counted and listed in its own section  *
      *           of the GOSPRPT report instead of being raised on    *
      *           GOSPEXC.  The first card, in file order, that       *
      *           covers an entry is the one applied - put the        *
      *           narrow rules ahead of the broad ones.  An entry no  *
      *           card covers, like a run with no cards at all, must  *
      *           match to the cent.  A card with '*' in column 1 is  *
      *           a comment.                                           *
      *****************************************************************
       01  GOSPTOL-RECORD.
           05  GOSPTOL-RULE-TYPE          PIC X(01).
               88  GOSPTOL-CUSTOMER-RANGE     VALUE 'C'.
               88  GOSPTOL-AMOUNT-BAND        VALUE 'A'.
               88  GOSPTOL-COMMENT            VALUE '*'.
           05  GOSPTOL-RANGE              PIC X(22).
           05  GOSPTOL-CUSTOMER-DATA REDEFINES GOSPTOL-RANGE.
               10  GOSPTOL-FROM-CUSTOMER  PIC X(10).
               10  GOSPTOL-TO-CUSTOMER    PIC X(10).
               10  FILLER                 PIC X(02).
           05  GOSPTOL-AMOUNT-DATA REDEFINES GOSPTOL-RANGE.
               10  GOSPTOL-FROM-AMOUNT    PIC 9(09)V99.
               10  GOSPTOL-TO-AMOUNT      PIC 9(09)V99.
      *    'A' - GOSPTOL-TOLERANCE is an amount, 'P' - a percentage *
      *    (000000050 allows half of one percent).                   *
           05  GOSPTOL-BASIS              PIC X(01).
               88  GOSPTOL-ABSOLUTE           VALUE 'A'.
               88  GOSPTOL-PERCENT            VALUE 'P'.
           05  GOSPTOL-TOLERANCE          PIC 9(07)V99.
           05  GOSPTOL-FILLER             PIC X(47).
