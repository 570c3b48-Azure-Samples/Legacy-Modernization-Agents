           MOVE WS-DBDRIVR3-MSG-TEXT  TO WS-CUST-NOTIFY-MSG
           MOVE WS-DBDRIVR6-MSG-TEXT  TO WS-CUST-STATUTORY-MSG
           MOVE WS-PROCESS-DATE       TO WS-CUST-RUN-ID (1:10)
      *    THE RUN ID SUFFIX GIVES LTRCOMP1'S ARCHIVE INDEX THE
      *    DOCUMENT TYPE: 'CF' IS A CONFIRMATION.
           MOVE 'CF'                  TO WS-CUST-RUN-ID (11:2)
           WRITE CUSTOMER-NOTIFY-RECORD
           IF WS-CUST-STATUS = '00'
               ADD 1 TO WS-LETTER-CNT
