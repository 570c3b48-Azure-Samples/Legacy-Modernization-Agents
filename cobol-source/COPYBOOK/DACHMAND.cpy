      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TACHMAND)                                      *
      * ACH DEBIT MANDATE - THE CUSTOMER'S BANK AUTHORIZATION FOR AUTO-PAY,   *
      * ONE ROW PER POLICY. ONLY THE LAST FOUR ACCOUNT DIGITS ARE KEPT; THE   *
      * FULL NUMBER GOES TO THE BANK ON THE PRENOTE AND IS NOT STORED.        *
      * STATUS: P = PRENOTE SENT, WAITING OUT THE RETURN WINDOW               *
      *         A = ACTIVE (PRENOTE CLEARED) - THE POLICY MAY BE DRAFTED      *
      *         F = PRENOTE RETURNED BY THE BANK (RETURN CODE KEPT)           *
      *         R = REVOKED BY THE CUSTOMER                                   *
      * MAINTAINED BY MNDMNT1, PRENOTE RETURNS POSTED BY ACHRETN1, CHECKED    *
      * BY MAINPGM BEFORE A PRE-DEBIT RECORD IS WRITTEN - ALL THROUGH         *
      * MNDDRVR1.                                                             *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TACHMAND TABLE (
               MND_POLICY_NUMBER    CHAR(10)       NOT NULL,
               MND_ROUTING_NO       CHAR(9)        NOT NULL,
               MND_ACCOUNT_MASK     CHAR(17)       NOT NULL,
               MND_ACCOUNT_TYPE     CHAR(1)        NOT NULL,
               MND_AUTH_DATE        DATE           NOT NULL,
               MND_AUTH_SOURCE      CHAR(8)        NOT NULL,
               MND_STATUS           CHAR(1)        NOT NULL,
               MND_PRENOTE_DATE     DATE           NOT NULL,
               MND_CLEAR_DATE       DATE           NOT NULL,
               MND_RETURN_CODE      CHAR(3)        NOT NULL,
               MND_UPDATE_USER      CHAR(8)        NOT NULL,
               MND_UPDATE_TIMESTAMP TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TACHMAND                         *
      *************************************************************************
       01 DCLACHMAND.
           05 MND-POLICY-NUMBER         PIC X(10).
           05 MND-ROUTING-NO            PIC X(9).
           05 MND-ACCOUNT-MASK          PIC X(17).
           05 MND-ACCOUNT-TYPE          PIC X(1).
           05 MND-AUTH-DATE             PIC X(10).
           05 MND-AUTH-SOURCE           PIC X(8).
           05 MND-STATUS                PIC X(1).
           05 MND-PRENOTE-DATE          PIC X(10).
           05 MND-CLEAR-DATE            PIC X(10).
           05 MND-RETURN-CODE           PIC X(3).
           05 MND-UPDATE-USER           PIC X(8).
           05 MND-UPDATE-TIMESTAMP      PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12             *
      *************************************************************************
