      * bounds.  A delete must be requested twice in a row for the    *
      * same transid before it is honoured.                            *
      *                                                               *
      * The approval limit is keyed in whole currency units; an 'AJ'  *
      * adjustment above it is held for a second user on GOSV.  It    *
      * must be keyed like the throttle values - a zero limit lets    *
      * every adjustment straight through, so it is never taken from  *
      * a blank field.                                                 *
      *                                                               *
      * Every add, update and delete is recorded on the GOSPCLG       *
      * change-log file with the user ID, terminal and the before     *
      * and after images of the record, so a repointed transaction    *
       01 WS-RETRY-DELAY-NUM  PIC 9(02).
       01 WS-THROTTLE-MAX-NUM  PIC 9(03).
       01 WS-THROTTLE-WAIT-NUM PIC 9(02).
       01 WS-APPROVAL-LIMIT-NUM PIC 9(09).

      *---------------------------------------------------------------*
      *    Browse positioning key, and the before image captured on  *
       01 WS-BROWSE-KEY       PIC X(04) VALUE SPACES.
       01 WS-SKIP-CURRENT-SW  PIC X(01) VALUE 'N'.
           88 WS-SKIP-CURRENT      VALUE 'Y'.
       01 WS-BEFORE-IMAGE     PIC X(88) VALUE SPACES.
       01 WS-CHANGE-ACTION    PIC X(01) VALUE SPACE.

      *---------------------------------------------------------------*
           MOVE ZERO     TO GOSPCFG-RETRY-DELAY-SECS.
           MOVE ZERO     TO GOSPCFG-THROTTLE-MAX.
           MOVE ZERO     TO GOSPCFG-THROTTLE-WAIT-SECS.
           MOVE ZERO     TO GOSPCFG-APPROVAL-LIMIT.

           IF (TRNIDI = SPACES OR TRNIDI = LOW-VALUES)
              AND WS-EDIT-OK
               END-IF
           END-IF.

      *    The approval limit follows the throttle fields too: a    *
      *    zero limit holds no adjustment for this transid, and has  *
      *    to be keyed as zeros rather than left blank.               *
           IF WS-EDIT-OK
               IF APRLIMI IS NUMERIC
                   MOVE APRLIMI TO WS-APPROVAL-LIMIT-NUM
                   MOVE WS-APPROVAL-LIMIT-NUM
                     TO GOSPCFG-APPROVAL-LIMIT
               ELSE
                   MOVE 'APPROVAL LIMIT MUST BE NUMERIC - 0 FOR NONE'
                     TO CMSGO
                   MOVE 'N' TO WS-EDIT-OK-SW
               END-IF
           END-IF.

      ***************************************************************
      *    Put the record just read or built back on the screen.    *
      ***************************************************************
               MOVE ZERO TO WS-THROTTLE-WAIT-NUM
           END-IF.
           MOVE WS-THROTTLE-WAIT-NUM    TO THRWAITO.
           IF GOSPCFG-APPROVAL-LIMIT IS NUMERIC
               MOVE GOSPCFG-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT-NUM
           ELSE
               MOVE ZERO TO WS-APPROVAL-LIMIT-NUM
           END-IF.
           MOVE WS-APPROVAL-LIMIT-NUM   TO APRLIMO.

      ***************************************************************
      *    Record the change on the GOSPCLG change-log file - who   *
