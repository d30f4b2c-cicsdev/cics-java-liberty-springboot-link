      *    the throttle off.                                          *
           05  GOSPCFG-THROTTLE-MAX       PIC 9(03) COMP-3.
           05  GOSPCFG-THROTTLE-WAIT-SECS PIC 9(02) COMP-3.
      *    An 'AJ' adjustment whose amount (either sign) is above   *
      *    this limit is held on the GOSPPND pending-approval file  *
      *    for a second user to approve on GOSV instead of being    *
      *    linked to YOSPRING.  A zero (or unset) limit leaves      *
      *    every adjustment to go straight through.                   *
           05  GOSPCFG-APPROVAL-LIMIT     PIC S9(9)V99 COMP-3.
           05  GOSPCFG-FILLER             PIC X(01).
