      *---------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                         *
      *  SAMPLE                                                       *
      *  (c) Copyright IBM Corp. 2020 All Rights Reserved             *
      *  US Government Users Restricted Rights - Use, duplication or  *
      *  disclosure restricted by GSA ADP Schedule Contract with      *
      *  IBM Corp                                                     *
      *---------------------------------------------------------------*
      *****************************************************************
      * GOSPCUS - customer master record, keyed by customer number,   *
      *           kept online through the GOSU maintenance            *
      *           transaction (GOSPUMNT).  It says whether a          *
      *           customer number is real and whether the account is  *
      *           in good standing: GOSPRING, GOSPASYN and GOSPLNK    *
      *           reject a customer not on the file (4501) and refuse *
      *           an AJ adjustment on an account that is closed or    *
      *           held (4502-4504), though inquiries against a held   *
      *           or closed account still run.  GOSPSTM prints the    *
      *           name and any hold in force on the statement.        *
      *****************************************************************
       01  GOSPCUS-RECORD.
           05  GOSPCUS-CUSTOMER-NO            PIC X(10).
           05  GOSPCUS-NAME                   PIC X(40).
           05  GOSPCUS-STATUS                 PIC X(01).
               88  GOSPCUS-ACTIVE                 VALUE 'A'.
               88  GOSPCUS-CLOSED                 VALUE 'C'.
               88  GOSPCUS-LEGAL-HOLD             VALUE 'L'.
               88  GOSPCUS-FRAUD-FREEZE           VALUE 'F'.
               88  GOSPCUS-STATUS-VALID           VALUE 'A' 'C' 'L'
                                                        'F'.
      *    Why the account is closed or held, and the date           *
      *    (YYYY-MM-DD) the closure or hold took effect - both       *
      *    spaces while the account is active.                        *
           05  GOSPCUS-HOLD-REASON            PIC X(30).
           05  GOSPCUS-HOLD-DATE              PIC X(10).
           05  GOSPCUS-CHANGED-USERID         PIC X(08).
           05  GOSPCUS-CHANGED-DATE           PIC X(10).
           05  GOSPCUS-FILLER                 PIC X(11).
