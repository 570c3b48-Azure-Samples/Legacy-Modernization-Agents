      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TSURVEY)                                       *
      * POST-EVENT CUSTOMER SATISFACTION SURVEYS - ONE ROW PER RENEWAL        *
      * (TRENEWAL), LAPSE (TPOLTERM OUTCOME 'L') OR CANCELLATION (TCANCEL)    *
      * THE WEEKLY SVYEXT1 RUN HAS CONSIDERED, SO NO EVENT IS CONSIDERED      *
      * TWICE. SV_EVENT_TYPE IS 'R' RENEWAL, 'L' LAPSE OR 'C' CANCELLATION.   *
      * SV_STATUS IS 'S' SENT TO THE SURVEY VENDOR, 'R' RESPONDED (SCORE      *
      * 0-10, COMMENT AND RESPONSE DATE LOADED BY SVYING1), OR NOT SENT:      *
      * 'D' DO-NOT-CONTACT, 'P' NO ADDRESS FOR THE PREFERRED CHANNEL, 'F'     *
      * THE CUSTOMER WAS SURVEYED WITHIN THE CONTACT FREQUENCY LIMIT, 'N'     *
      * NOT SAMPLED. SV_CHANNEL IS 'E' EMAIL OR 'M' MAIL ON A SENT SURVEY.    *
      * THE AGENT AND STATE ARE AS AT SELECTION, SO THE QUARTERLY SVYRPT1     *
      * CREDITS THE AGENT WHO HANDLED THE EVENT.                              *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TSURVEY TABLE (
               SV_POLICY_NUMBER     CHAR(10)       NOT NULL,
               SV_EVENT_TYPE        CHAR(1)        NOT NULL,
               SV_EVENT_DATE        DATE           NOT NULL,
               SV_CUSTOMER_ID       INTEGER        NOT NULL,
               SV_AGENT_CODE        CHAR(10)       NOT NULL,
               SV_STATE             CHAR(2)        NOT NULL,
               SV_STATUS            CHAR(1)        NOT NULL,
               SV_CHANNEL           CHAR(1)        NOT NULL,
               SV_SELECT_DATE       DATE           NOT NULL,
               SV_SCORE             INTEGER,
               SV_COMMENT           CHAR(200)      NOT NULL,
               SV_RESPONSE_DATE     DATE,
               SV_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TSURVEY                          *
      *************************************************************************
       01 DCLSURVEY.
           05 SV-POLICY-NUMBER          PIC X(10).
           05 SV-EVENT-TYPE             PIC X(1).
           05 SV-EVENT-DATE             PIC X(10).
           05 SV-CUSTOMER-ID            PIC S9(9) USAGE COMP.
           05 SV-AGENT-CODE             PIC X(10).
           05 SV-STATE                  PIC X(2).
           05 SV-STATUS                 PIC X(1).
           05 SV-CHANNEL                PIC X(1).
           05 SV-SELECT-DATE            PIC X(10).
           05 SV-SCORE                  PIC S9(9) USAGE COMP.
           05 SV-COMMENT                PIC X(200).
           05 SV-RESPONSE-DATE          PIC X(10).
           05 SV-ADD-TIMESTAMP          PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13             *
      *************************************************************************
