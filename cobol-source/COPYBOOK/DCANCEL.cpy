      * UNEARNED-PREMIUM REFUND COMPUTED FROM POLICY_PREMIUM_AMOUNT AND THE   *
      * ELAPSED TERM. CN_CLAWBACK_FLAG MARKS CANCELLATIONS THE COMMISSION     *
      * CLAWBACK RUN (CMSCLAW1) HAS ALREADY SETTLED, SO A RERUN NEVER         *
      * CHARGES AN AGENT TWICE. THE CN_REFUND_ COLUMNS ARE SET BY THE REFUND  *
      * DISBURSEMENT RUN (RFDDISB1 VIA RFDDRVR1) WHEN THE REFUND IS ISSUED -  *
      * METHOD CHECK OR ACH, THE CHECK NUMBER OR ACH TRACE NUMBER, AND THE    *
      * ISSUE DATE - SO A REFUND CAN NEVER BE PAID TWICE. CN_REFUND_PAID_DATE *
      * IS ONLY MEANINGFUL ONCE CN_REFUND_PAID_FLAG IS 'Y'.                   *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TCANCEL TABLE (
               CN_POLICY_NUMBER     CHAR(10)       NOT NULL,
               CN_CLAWBACK_FLAG     CHAR(1)        NOT NULL
                                                       WITH DEFAULT,
               CN_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT,
               CN_REFUND_PAID_FLAG  CHAR(1)        NOT NULL
                                                       WITH DEFAULT,
               CN_REFUND_METHOD     CHAR(8)        NOT NULL
                                                       WITH DEFAULT,
               CN_REFUND_REF_NO     CHAR(15)       NOT NULL
                                                       WITH DEFAULT,
               CN_REFUND_PAID_DATE  DATE           NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
           05 CN-REFUND-AMOUNT          PIC S9(5)V9(2) COMP-3.
           05 CN-CLAWBACK-FLAG          PIC X(1).
           05 CN-ADD-TIMESTAMP          PIC X(26).
           05 CN-REFUND-PAID-FLAG       PIC X(1).
           05 CN-REFUND-METHOD          PIC X(8).
           05 CN-REFUND-REF-NO          PIC X(15).
           05 CN-REFUND-PAID-DATE       PIC X(10).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13             *
      *************************************************************************
