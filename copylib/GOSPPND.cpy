      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      *****************************************************************
      * GOSPPND - pending-approval record for an 'AJ' adjustment      *
      *           whose amount was above the approval limit set on    *
      *           its front-end transaction's GOSPCFG record.         *
      *           GOSPRING (or GOSPASYN, or GOSPAJU for a bulk        *
      *           upload detail) writes it instead of linking to      *
      *           YOSPRING; a second user then approves or rejects    *
      *           it on the GOSV transaction (GOSPAPRV).              *
      *           Keyed by the request's correlation ID, so the       *
      *           held item, its GOSPAUD records and the caller's     *
      *           reply all carry the same ID.  The full request      *
      *           image is kept so an approved adjustment is driven   *
      *           exactly as it was raised.                            *
      *****************************************************************
       01  GOSPPND-RECORD.
           05  GOSPPND-KEY.
               10  GOSPPND-CORREL-ID          PIC X(16).
           05  GOSPPND-STATUS                 PIC X(01).
               88  GOSPPND-STATUS-PENDING         VALUE 'P'.
      *        Approved and handed to GOSPASYN to be driven.          *
               88  GOSPPND-STATUS-APPROVED        VALUE 'A'.
      *        Approved, driven, and YOSPRING accepted it.            *
               88  GOSPPND-STATUS-POSTED          VALUE 'J'.
      *        Approved and driven, but YOSPRING did not accept it - *
      *        GOSPPND-RESULT-CODE shows why.  A fresh adjustment    *
      *        has to be raised if it is still wanted.               *
               88  GOSPPND-STATUS-FAILED          VALUE 'F'.
               88  GOSPPND-STATUS-REJECTED        VALUE 'R'.
           05  GOSPPND-RAISED-TIMESTAMP       PIC X(14).
           05  GOSPPND-ORIG-USERID            PIC X(08).
           05  GOSPPND-ORIG-TERMID            PIC X(04).
           05  GOSPPND-ORIG-TRANSID           PIC X(04).
      *    The limit in force when the item was held, kept so the   *
      *    approver sees why it stopped even if GOSPCFG has since    *
      *    been changed.                                               *
           05  GOSPPND-APPROVAL-LIMIT         PIC S9(9)V99 COMP-3.
           05  GOSPPND-REQUEST-IMAGE          PIC X(74).
           05  GOSPPND-DECIDED-USERID         PIC X(08).
           05  GOSPPND-DECIDED-TIMESTAMP      PIC X(14).
           05  GOSPPND-DECISION-COMMENT       PIC X(40).
           05  GOSPPND-RESULT-CODE            PIC X(04).
           05  GOSPPND-FILLER                 PIC X(07).
