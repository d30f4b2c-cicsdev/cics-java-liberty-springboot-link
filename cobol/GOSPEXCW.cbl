                   MOVE 'CALL FAILED' TO XTYPEO
               WHEN GOSPEXC-TYPE-REJECTED
                   MOVE 'REJECTED'    TO XTYPEO
               WHEN GOSPEXC-TYPE-STATUS
                   MOVE 'STATUS'      TO XTYPEO
               WHEN OTHER
                   MOVE GOSPEXC-TYPE  TO XTYPEO
           END-EVALUATE.
           MOVE GOSPEXC-EXPECTED-AMOUNT TO WS-AMOUNT-DISP.
           MOVE WS-AMOUNT-DISP   TO EAMTO.
           MOVE GOSPEXC-EXPECTED-STATUS TO ESTSO.
           MOVE GOSPEXC-YOSPRING-STATUS TO YSTSO.
           MOVE GOSPEXC-FAILURE-REASON  TO REASO.
           MOVE GOSPEXC-DISPOSITION     TO DISPO.
           MOVE GOSPEXC-DISP-USERID     TO USRIDO.
