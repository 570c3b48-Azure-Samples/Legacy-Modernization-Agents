      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TSUSPENS)                                      *
      * UNAPPLIED-CASH SUSPENSE LEDGER - ONE ROW PER LOCKBOX RECEIPT THAT     *
      * PMTPOST1 COULD NOT POST TO TPAYMENT (NO STUB ON THE SCHEDULE, POLICY  *
      * NOT ON FILE, INSTALLMENT ALREADY POSTED OR A REJECTED INSERT). THE    *
      * ITEM ID IS THE POSTING RUN DATE (YYYYMMDD) PLUS THE RECEIPT'S         *
      * SEQUENCE ON THE LOCKBOX FILE, SO A SAME-DAY RERUN CANNOT SUSPEND THE  *
      * SAME RECEIPT TWICE. CARD SETTLEMENT ITEMS (CRDPOST1) CARRY A 'C'      *
      * AFTER THE DATE AND A 5-DIGIT SEQUENCE ON THE SETTLEMENT FILE; A       *
      * CHARGEBACK THAT FOUND NO CARD PAYMENT TO REVERSE IS HELD AS A         *
      * NEGATIVE ITEM. SUS_POLICY_NUMBER IS THE POLICY THE MONEY IS           *
      * CURRENTLY HELD AGAINST (AS KEYED AT THE VENDOR, OR AS MOVED BY THE    *
      * CASH DESK). SUS_STATUS: 'O' = OPEN, 'A' = APPLIED TO                  *
      * SUS_APPLIED_POLICY/SUS_APPLIED_INSTALL, 'R' = MARKED FOR REFUND.      *
      * WORKED BY SUSMNT1 AND AGED BY SUSAGE1 THROUGH SUSDRVR1.               *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TSUSPENS TABLE (
               SUS_ITEM_ID          CHAR(14)       NOT NULL,
               SUS_RECEIPT_DATE     DATE           NOT NULL,
               SUS_POLICY_NUMBER    CHAR(10)       NOT NULL,
               SUS_INSTALL_NO       INTEGER        NOT NULL,
               SUS_AMOUNT           DECIMAL(7,2)   NOT NULL,
               SUS_REASON           CHAR(10)       NOT NULL,
               SUS_STATUS           CHAR(1)        NOT NULL,
               SUS_APPLIED_POLICY   CHAR(10)       NOT NULL
                                                       WITH DEFAULT,
               SUS_APPLIED_INSTALL  INTEGER        NOT NULL
                                                       WITH DEFAULT,
               SUS_ACTION_DATE      DATE           NOT NULL
                                                       WITH DEFAULT,
               SUS_ACTION_USER      CHAR(8)        NOT NULL
                                                       WITH DEFAULT,
               SUS_ADD_TIMESTAMP    TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TSUSPENS                         *
      *************************************************************************
       01 DCLSUSPENS.
           05 SUS-ITEM-ID               PIC X(14).
           05 SUS-RECEIPT-DATE          PIC X(10).
           05 SUS-POLICY-NUMBER         PIC X(10).
           05 SUS-INSTALL-NO            PIC S9(9) USAGE COMP.
           05 SUS-AMOUNT                PIC S9(5)V9(2) COMP-3.
           05 SUS-REASON                PIC X(10).
           05 SUS-STATUS                PIC X(1).
               88  SUS-STATUS-OPEN          VALUE 'O'.
               88  SUS-STATUS-APPLIED       VALUE 'A'.
               88  SUS-STATUS-REFUND        VALUE 'R'.
           05 SUS-APPLIED-POLICY        PIC X(10).
           05 SUS-APPLIED-INSTALL       PIC S9(9) USAGE COMP.
           05 SUS-ACTION-DATE           PIC X(10).
           05 SUS-ACTION-USER           PIC X(8).
           05 SUS-ADD-TIMESTAMP         PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12             *
      *************************************************************************
