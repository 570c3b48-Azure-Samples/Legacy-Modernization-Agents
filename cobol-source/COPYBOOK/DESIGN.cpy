      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TESIGN)                                        *
      * E-SIGN CONSENT TO ELECTRONIC DELIVERY - ONE ROW PER POLICY WHOSE      *
      * HOLDER HAS GIVEN CONSENT, CAPTURED FROM THE CUSTOMER PORTAL ('P')     *
      * OR BY THE SERVICE DESK ('S') AND LOADED BY ESGMNT1 THROUGH            *
      * ESGDRVR1. ES_DISCLOSURE_VER IS THE VERSION OF THE CONSENT             *
      * DISCLOSURE THE CUSTOMER AGREED TO. CONSENT IS VALID WHILE             *
      * ES_WITHDRAW_DATE IS NULL; A NEW CONSENT AFTER A WITHDRAWAL REPLACES   *
      * THE ROW. WITHOUT VALID CONSENT AN EMAIL-ONLY (POLICY_CONTACT_PREF     *
      * 'E') CUSTOMER'S LEGALLY REQUIRED NOTICES GO BY MAIL AS WELL.          *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TESIGN TABLE (
               ES_POLICY_NUMBER     CHAR(10)       NOT NULL,
               ES_CONSENT_DATE      DATE           NOT NULL,
               ES_SOURCE            CHAR(1)        NOT NULL,
               ES_DISCLOSURE_VER    CHAR(8)        NOT NULL,
               ES_WITHDRAW_DATE     DATE,
               ES_AUTH_USER         CHAR(8)        NOT NULL,
               ES_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TESIGN                           *
      *************************************************************************
       01 DCLESIGN.
           05 ES-POLICY-NUMBER          PIC X(10).
           05 ES-CONSENT-DATE           PIC X(10).
           05 ES-SOURCE                 PIC X(1).
           05 ES-DISCLOSURE-VER         PIC X(8).
           05 ES-WITHDRAW-DATE          PIC X(10).
           05 ES-AUTH-USER              PIC X(8).
           05 ES-ADD-TIMESTAMP          PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7              *
      *************************************************************************
