      *****************************************************************
      * GOSPVALP - CALL linkage for GOSPVAL, the shared request        *
      *            validation subroutine invoked by every request     *
      *            builder (GOSPRING, GOSPASYN, GOSPLNK, GOSPAJU)     *
      *            before a GOSP-REQUEST is shipped to YOSPRING.  The *
      *            41xx status code family is reserved for input      *
      *            edits so a rejected request can always be told     *
      *            apart from a service failure (9999) or a normal    *
      *            reply (0000) by callers and on the GOSPAUD trail.  *
      *****************************************************************
       01  GOSPVAL-PARM.
           05  GOSPVAL-STATUS-CODE             PIC X(04).
      *        per-entry bulk reply cannot carry.                    *
               88  GOSPVAL-HIST-NOT-BULKABLE       VALUE '4105'.
               88  GOSPVAL-BAD-ADJ-AMOUNT          VALUE '4106'.
      *        45xx is also set by GOSPLNK, not GOSPVAL - the       *
      *        GOSPCUS customer master check run once the edits     *
      *        pass: not on the master, or an AJ against a closed   *
      *        or held account, or the master unavailable.           *
               88  GOSPVAL-CUSTOMER-REFUSED        VALUE '4501'
                                                    THRU '4505'.
           05  GOSPVAL-STATUS-TEXT             PIC X(60).
