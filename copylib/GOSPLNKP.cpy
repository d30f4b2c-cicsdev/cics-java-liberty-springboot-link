               88  GOSPLNK-MODE-SESSION-REQ    VALUE 'R'.
               88  GOSPLNK-MODE-BULK           VALUE 'B'.
               88  GOSPLNK-MODE-CLOSE-SESSION  VALUE 'T'.
      *        Not a business request: GOSPLNK-ALERT-TEXT is handed *
      *        to GOSPALRT in the region, which writes it to CSMT,   *
      *        so a batch job can raise an operator alert there.     *
               88  GOSPLNK-MODE-ALERT          VALUE 'A'.
      *    Correlation ID GOSPLNK generated for the request (one    *
      *    per bulk block), handed back so the caller's run log     *
      *    can be tied to the GOSPAUD/YOSPRING side of the call.     *
      *    whichever fallback region the pipe failed over to - so   *
      *    the caller's run log shows where the work went.           *
           05  GOSPLNK-REGION-USED         PIC X(04).
      *    The message for an alert-mode call, as it is to appear   *
      *    on CSMT.                                                   *
           05  GOSPLNK-ALERT-TEXT          PIC X(60).
