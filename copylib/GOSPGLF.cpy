      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      *****************************************************************
      * GOSPGLF - general-ledger interface file written by GOSPGLI    *
      *           from the GOSPJNL adjustment journal, one file per   *
      *           business date.  A header, then two balancing       *
      *           detail legs per adjustment (the order receivable   *
      *           and the adjustments offset account, one debit and  *
      *           one credit), then a trailer carrying the detail     *
      *           record count and the debit and credit totals,      *
      *           which are always equal on a good file.  All three  *
      *           are 100 bytes, told apart by the record type in    *
      *           the first byte; amounts are unsigned, the side      *
      *           being given by the debit/credit indicator.          *
      *****************************************************************
       01  GOSPGLF-HEADER.
           05  GOSPGLF-HDR-TYPE               PIC X(01).
               88  GOSPGLF-HEADER-REC             VALUE 'H'.
           05  GOSPGLF-HDR-SOURCE             PIC X(08).
           05  GOSPGLF-HDR-BUSINESS-DATE      PIC X(08).
           05  GOSPGLF-HDR-CREATED-DATE       PIC X(08).
           05  GOSPGLF-HDR-CREATED-TIME       PIC X(06).
           05  GOSPGLF-HDR-FILLER             PIC X(69).

       01  GOSPGLF-DETAIL.
           05  GOSPGLF-DTL-TYPE               PIC X(01).
               88  GOSPGLF-DETAIL-REC             VALUE 'D'.
           05  GOSPGLF-DTL-BUSINESS-DATE      PIC X(08).
           05  GOSPGLF-DTL-ACCOUNT            PIC X(10).
           05  GOSPGLF-DTL-DR-CR              PIC X(01).
               88  GOSPGLF-DTL-DEBIT              VALUE 'D'.
               88  GOSPGLF-DTL-CREDIT             VALUE 'C'.
           05  GOSPGLF-DTL-AMOUNT             PIC 9(11)V99.
           05  GOSPGLF-DTL-CUSTOMER-NO        PIC X(10).
           05  GOSPGLF-DTL-ORDER-NO           PIC X(10).
           05  GOSPGLF-DTL-CORREL-ID          PIC X(16).
           05  GOSPGLF-DTL-USERID             PIC X(08).
           05  GOSPGLF-DTL-JOURNAL-KEY        PIC X(20).
           05  GOSPGLF-DTL-FILLER             PIC X(03).

       01  GOSPGLF-TRAILER.
           05  GOSPGLF-TRL-TYPE               PIC X(01).
               88  GOSPGLF-TRAILER-REC            VALUE 'T'.
           05  GOSPGLF-TRL-BUSINESS-DATE      PIC X(08).
           05  GOSPGLF-TRL-RECORD-COUNT       PIC 9(09).
           05  GOSPGLF-TRL-TOTAL-DEBITS       PIC 9(13)V99.
           05  GOSPGLF-TRL-TOTAL-CREDITS      PIC 9(13)V99.
           05  GOSPGLF-TRL-FILLER             PIC X(52).
