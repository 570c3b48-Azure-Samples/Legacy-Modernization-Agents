      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TMAILPC)                                       *
      * MAIL PIECES - ONE ROW PER LETTER MAILSEQ1 PRESORTED AND BARCODED,     *
      * KEYED BY OUR USPS MAILER ID AND THE INTELLIGENT MAIL BARCODE SERIAL   *
      * (RIGHT-JUSTIFIED, ZERO-FILLED TO 9 DIGITS WHATEVER THE MAILER ID      *
      * LENGTH). THE SERIAL RESTARTS AT 1 AFTER ITS HIGHEST VALUE, SO THE     *
      * LATEST ROW FOR A SERIAL IS THE PIECE IN THE MAIL. MP_ROUTING_ZIP IS   *
      * THE BARCODE ROUTING CODE (ZIP, ZIP+4 OR DELIVERY-POINT ZIP).          *
      * MP_PRESORT_LEVEL IS '5D' 5-DIGIT, '3D' 3-DIGIT OR 'MX' MIXED.         *
      * MAILRET1 TRACES A RETURNED PIECE BY ITS SERIAL AND STAMPS             *
      * MP_RETURN_TYPE ('UNDELIV' / 'FORWARD', SPACES UNTIL RETURNED) AND     *
      * MP_RETURN_DATE.                                                       *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TMAILPC TABLE (
               MP_MAILER_ID         CHAR(9)        NOT NULL,
               MP_SERIAL            CHAR(9)        NOT NULL,
               MP_POLICY_NUMBER     CHAR(10)       NOT NULL,
               MP_RUN_ID            CHAR(12)       NOT NULL,
               MP_MAIL_DATE         DATE           NOT NULL,
               MP_ROUTING_ZIP       CHAR(11)       NOT NULL,
               MP_PRESORT_LEVEL     CHAR(2)        NOT NULL,
               MP_TRAY_NO           INTEGER        NOT NULL,
               MP_RETURN_TYPE       CHAR(10)       NOT NULL,
               MP_RETURN_DATE       DATE,
               MP_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TMAILPC                          *
      *************************************************************************
       01 DCLMAILPC.
           05 MP-MAILER-ID              PIC X(9).
           05 MP-SERIAL                 PIC X(9).
           05 MP-POLICY-NUMBER          PIC X(10).
           05 MP-RUN-ID                 PIC X(12).
           05 MP-MAIL-DATE              PIC X(10).
           05 MP-ROUTING-ZIP            PIC X(11).
           05 MP-PRESORT-LEVEL          PIC X(2).
           05 MP-TRAY-NO                PIC S9(9) USAGE COMP.
           05 MP-RETURN-TYPE            PIC X(10).
           05 MP-RETURN-DATE            PIC X(10).
           05 MP-ADD-TIMESTAMP          PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11             *
      *************************************************************************
