      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TFEEWAIV)                                      *
      * LATE-FEE WAIVER HISTORY - ONE ROW PER FEE THE DESK WAIVED THROUGH     *
      * FEEMNT1, KEYED LIKE THE TPAYMENT FEE LINE IT RELEASED (POLICY AND     *
      * 100 PLUS THE PAST-DUE INSTALLMENT). CARRIES THE REASON CODE AND THE   *
      * OPERATOR WHOSE TOPERAUT GRANT ALLOWED THE WAIVER, WHICH THE FEE LINE  *
      * ITSELF HAS NO ROOM FOR. WRITTEN BY PAYDRVR1 'FEEWAIVE' IN THE SAME    *
      * UNIT OF WORK AS THE FEE LINE'S STATUS CHANGE.                         *
      * FW_REASON_CODE: 'FRST' = FIRST LATE PAYMENT, 'HARD' = HARDSHIP,       *
      * 'BANK' = BANK/LOCKBOX ERROR, 'SERV' = SERVICE RECOVERY,               *
      * 'DSTR' = DECLARED DISASTER AREA.                                      *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TFEEWAIV TABLE (
               FW_POLICY_NUMBER     CHAR(10)       NOT NULL,
               FW_INSTALL_NO        INTEGER        NOT NULL,
               FW_FEE_AMOUNT        DECIMAL(7,2)   NOT NULL,
               FW_REASON_CODE       CHAR(4)        NOT NULL,
               FW_WAIVE_USER        CHAR(8)        NOT NULL,
               FW_WAIVE_DATE        DATE           NOT NULL,
               FW_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TFEEWAIV                         *
      *************************************************************************
       01 DCLFEEWAIV.
           05 FW-POLICY-NUMBER          PIC X(10).
           05 FW-INSTALL-NO             PIC S9(9) USAGE COMP.
           05 FW-FEE-AMOUNT             PIC S9(5)V9(2) COMP-3.
           05 FW-REASON-CODE            PIC X(4).
           05 FW-WAIVE-USER             PIC X(8).
           05 FW-WAIVE-DATE             PIC X(10).
           05 FW-ADD-TIMESTAMP          PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7              *
      *************************************************************************
