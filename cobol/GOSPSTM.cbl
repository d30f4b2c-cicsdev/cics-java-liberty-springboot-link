      * which transaction, the adjustments and their amounts, the     *
      * failures the customer experienced - closed out with the       *
      * customer's current order standing from the GOSPBOR book of    *
      * record.  Each section is headed with the customer's name from *
      * the GOSPCUS customer master and any hold in force on the      *
      * account, so the manager sees at once an account that is       *
      * closed, on legal hold or under a fraud freeze.                *
      *                                                               *
      * The statement month arrives as PARM='MONTH=YYYYMM' and is     *
      * required.  The input is the audit archive presorted by the    *
               RECORD KEY IS GOSPBOR-KEY
               FILE STATUS IS WS-GOSPBOR-STATUS.

           SELECT GOSPCUS-FILE ASSIGN TO GOSPCUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOSPCUS-CUSTOMER-NO
               FILE STATUS IS WS-GOSPCUS-STATUS.

           SELECT GOSPSTMR-FILE ASSIGN TO GOSPSTMR
               ORGANIZATION IS SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
           COPY GOSPBOR.

       FD  GOSPCUS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GOSPCUS.

       FD  GOSPSTMR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
       77  WS-GOSPAUDS-STATUS             PIC X(02) VALUE '00'.
       77  WS-GOSPBOR-STATUS              PIC X(02) VALUE '00'.
       77  WS-GOSPCUS-STATUS              PIC X(02) VALUE '00'.
       77  WS-EOF-SW                      PIC X(01) VALUE 'N'.
           88  WS-EOF                         VALUE 'Y'.
       77  WS-BOR-EOF-SW                  PIC X(01) VALUE 'N'.
       01  WS-COUNT-DISP                  PIC ZZZ,ZZ9.
       01  WS-BIG-COUNT-DISP              PIC ZZZ,ZZZ,ZZ9.
       01  WS-OUTCOME-TEXT                PIC X(12).
       01  WS-HOLD-TEXT                   PIC X(24).

       LINKAGE SECTION.
       01  PARM-DATA.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GOSPCUS-FILE.
           IF WS-GOSPCUS-STATUS NOT = '00'
              AND WS-GOSPCUS-STATUS NOT = '97'
               DISPLAY 'GOSPSTM: GOSPCUS OPEN FAILED, FILE STATUS='
                       WS-GOSPCUS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GOSPSTMR-FILE.

           MOVE SPACES TO GOSPSTMR-RECORD.
                   MOVE 'REJECTED'      TO WS-OUTCOME-TEXT
               WHEN GOSPAUD-OUTCOME-ADJUSTED
                   MOVE 'ADJUSTMENT'    TO WS-OUTCOME-TEXT
               WHEN GOSPAUD-OUTCOME-HELD
                   MOVE 'HELD'          TO WS-OUTCOME-TEXT
               WHEN OTHER
                   MOVE GOSPAUD-OUTCOME TO WS-OUTCOME-TEXT
           END-EVALUATE.
           EXIT.

      ***************************************************************
      *    2400-OPEN-CUSTOMER - start this customer's section with  *
      *    the name from the customer master and, when the account  *
      *    is not active, the hold in force: what it is, since when  *
      *    and why.                                                   *
      ***************************************************************
       2400-OPEN-CUSTOMER.
           MOVE GOSP-REQ-CUSTOMER-NO TO WS-CURRENT-CUSTOMER.
           MOVE SPACES TO GOSPSTMR-RECORD.
           WRITE GOSPSTMR-RECORD.
           MOVE SPACES TO GOSPSTMR-RECORD.
           MOVE WS-CURRENT-CUSTOMER TO GOSPCUS-CUSTOMER-NO.
           READ GOSPCUS-FILE
               INVALID KEY
                   MOVE SPACES TO GOSPCUS-RECORD
                   MOVE '*** NOT ON THE CUSTOMER MASTER ***'
                     TO GOSPCUS-NAME
                   MOVE 'A' TO GOSPCUS-STATUS
           END-READ.
           IF WS-GOSPCUS-STATUS NOT = '00'
              AND WS-GOSPCUS-STATUS NOT = '23'
               DISPLAY 'GOSPSTM: GOSPCUS READ FAILED, FILE STATUS='
                       WS-GOSPCUS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING 'CUSTOMER ' DELIMITED BY SIZE
                  WS-CURRENT-CUSTOMER DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  GOSPCUS-NAME        DELIMITED BY SIZE
             INTO GOSPSTMR-RECORD.
           WRITE GOSPSTMR-RECORD.

           IF NOT GOSPCUS-ACTIVE
               EVALUATE TRUE
                   WHEN GOSPCUS-CLOSED
                       MOVE 'ACCOUNT CLOSED'         TO WS-HOLD-TEXT
                   WHEN GOSPCUS-LEGAL-HOLD
                       MOVE 'ACCOUNT ON LEGAL HOLD'  TO WS-HOLD-TEXT
                   WHEN GOSPCUS-FRAUD-FREEZE
                       MOVE 'ACCOUNT FRAUD FROZEN'   TO WS-HOLD-TEXT
                   WHEN OTHER
                       MOVE 'ACCOUNT STATUS UNKNOWN' TO WS-HOLD-TEXT
               END-EVALUATE
               MOVE SPACES TO GOSPSTMR-RECORD
               STRING '  *** '              DELIMITED BY SIZE
                      WS-HOLD-TEXT          DELIMITED BY '  '
                      ' SINCE '             DELIMITED BY SIZE
                      GOSPCUS-HOLD-DATE     DELIMITED BY SIZE
                      ' - '                 DELIMITED BY SIZE
                      GOSPCUS-HOLD-REASON   DELIMITED BY SIZE
                 INTO GOSPSTMR-RECORD
               WRITE GOSPSTMR-RECORD
           END-IF.
       2400-EXIT.
           EXIT.


           CLOSE GOSPAUDS-FILE.
           CLOSE GOSPBOR-FILE.
           CLOSE GOSPCUS-FILE.
           CLOSE GOSPSTMR-FILE.
       3000-EXIT.
           EXIT.
