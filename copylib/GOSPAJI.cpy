      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      *****************************************************************
      * GOSPAJI - bulk adjustment upload record, read by GOSPAJU.     *
      *           Finance submits a mass correction as one batch of   *
      *           these 80-byte records: a header naming the batch,   *
      *           who prepared it and who checked it, one detail      *
      *           per 'AJ' adjustment in ascending sequence-number    *
      *           order, and a control-total trailer.  The trailer    *
      *           carries the detail count and, taken without sign,   *
      *           the total of the increases (positive amounts) and   *
      *           of the decreases (negative amounts) - GOSPAJU       *
      *           balances all three before any adjustment is         *
      *           driven, and reports what it posted, held, rejected  *
      *           and failed in the same two columns.  The sequence   *
      *           number is the restart point kept on the GOSPAJR     *
      *           register, so it must never be renumbered between    *
      *           a stopped run and its resubmission.                 *
      *****************************************************************
       01  GOSPAJI-RECORD.
           05  GOSPAJI-REC-TYPE               PIC X(01).
               88  GOSPAJI-HEADER                 VALUE 'H'.
               88  GOSPAJI-DETAIL                 VALUE 'D'.
               88  GOSPAJI-TRAILER                VALUE 'T'.
           05  GOSPAJI-DATA                   PIC X(79).
           05  GOSPAJI-HEADER-DATA REDEFINES GOSPAJI-DATA.
      *        Unique per batch for all time - it keys the GOSPAJR  *
      *        register, which refuses a batch already posted.       *
               10  GOSPAJI-BATCH-ID           PIC X(08).
               10  GOSPAJI-SUBMIT-DATE        PIC X(08).
               10  GOSPAJI-SUBMIT-USERID      PIC X(08).
      *        The second pair of eyes on the file - must be given  *
      *        and must not be the submitter.  It approves nothing:  *
      *        a detail over the BAJU approval limit is still held   *
      *        on GOSPPND for GOSV.                                   *
               10  GOSPAJI-APPROVER-USERID    PIC X(08).
               10  GOSPAJI-DESCRIPTION        PIC X(40).
               10  FILLER                     PIC X(07).
           05  GOSPAJI-DETAIL-DATA REDEFINES GOSPAJI-DATA.
               10  GOSPAJI-SEQUENCE-NO        PIC 9(07).
               10  GOSPAJI-CUSTOMER-NO        PIC X(10).
               10  GOSPAJI-ORDER-NO           PIC X(10).
               10  GOSPAJI-AMOUNT             PIC S9(9)V99 COMP-3.
               10  GOSPAJI-TRANS-DATE         PIC X(10).
               10  GOSPAJI-REASON             PIC X(30).
               10  FILLER                     PIC X(06).
           05  GOSPAJI-TRAILER-DATA REDEFINES GOSPAJI-DATA.
               10  GOSPAJI-TRL-RECORD-COUNT   PIC 9(09).
               10  GOSPAJI-TRL-INCREASE-TOTAL PIC 9(13)V99.
               10  GOSPAJI-TRL-DECREASE-TOTAL PIC 9(13)V99.
               10  FILLER                     PIC X(40).
