      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TOFACHIT)                                      *
      * OFAC POTENTIAL-MATCH REVIEW QUEUE - ONE ROW PER SCREENED PARTY AND    *
      * SDN ENTRY THAT OFCSCRN1 SCORED AT OR ABOVE THE MATCH THRESHOLD.       *
      * OH_PARTY_TYPE IS 'H' POLICY HOLDER, 'B' BENEFICIARY, 'L'              *
      * LIENHOLDER, 'P' REFUND PAYEE OR 'A' AGENT (COMMISSION PAYEE).         *
      * OH_PARTY_KEY IS THE POLICY NUMBER (H, L), POLICY + BENEFICIARY        *
      * TYPE + SEQUENCE (B), POLICY + ISO CANCEL DATE (P) OR THE AGENT        *
      * CODE (A). OH_STATUS IS 'P' PENDING REVIEW, 'C' CONFIRMED MATCH OR     *
      * 'X' CLEARED AS A FALSE POSITIVE. A PENDING OR CONFIRMED ROW HOLDS     *
      * THE PARTY'S REFUND (RFDDISB1) OR COMMISSION (CMSPAY1). DECISIONS      *
      * ARE KEYED THROUGH OFCMNT1 AND EACH ONE IS LOGGED ON TOFACDEC. A       *
      * CLEARED ROW IS REOPENED IF A LATER RUN FINDS THE PARTY UNDER A        *
      * DIFFERENT NAME THAN THE ONE CLEARED.                                  *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TOFACHIT TABLE (
               OH_PARTY_TYPE        CHAR(1)        NOT NULL,
               OH_PARTY_KEY         CHAR(20)       NOT NULL,
               OH_SDN_ENT_NUM       INTEGER        NOT NULL,
               OH_POLICY_NUMBER     CHAR(10)       NOT NULL,
               OH_AGENT_CODE        CHAR(10)       NOT NULL,
               OH_PARTY_NAME        CHAR(80)       NOT NULL,
               OH_SDN_NAME          CHAR(80)       NOT NULL,
               OH_SDN_PROGRAM       CHAR(20)       NOT NULL,
               OH_SCORE             SMALLINT       NOT NULL,
               OH_STATUS            CHAR(1)        NOT NULL,
               OH_FIRST_RUN_ID      CHAR(12)       NOT NULL,
               OH_LAST_RUN_ID       CHAR(12)       NOT NULL,
               OH_FIRST_HIT_DATE    DATE           NOT NULL,
               OH_LAST_HIT_DATE     DATE           NOT NULL,
               OH_DECISION_USER     CHAR(8)        NOT NULL,
               OH_DECISION_DATE     DATE,
               OH_DECISION_NOTE     CHAR(60)       NOT NULL,
               OH_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TOFACHIT                         *
      *************************************************************************
       01 DCLOFACHIT.
           05 OH-PARTY-TYPE             PIC X(1).
           05 OH-PARTY-KEY              PIC X(20).
           05 OH-SDN-ENT-NUM            PIC S9(9) COMP.
           05 OH-POLICY-NUMBER          PIC X(10).
           05 OH-AGENT-CODE             PIC X(10).
           05 OH-PARTY-NAME             PIC X(80).
           05 OH-SDN-NAME               PIC X(80).
           05 OH-SDN-PROGRAM            PIC X(20).
           05 OH-SCORE                  PIC S9(4) COMP.
           05 OH-STATUS                 PIC X(1).
           05 OH-FIRST-RUN-ID           PIC X(12).
           05 OH-LAST-RUN-ID            PIC X(12).
           05 OH-FIRST-HIT-DATE         PIC X(10).
           05 OH-LAST-HIT-DATE          PIC X(10).
           05 OH-DECISION-USER          PIC X(8).
           05 OH-DECISION-DATE          PIC X(10).
           05 OH-DECISION-NOTE          PIC X(60).
           05 OH-ADD-TIMESTAMP          PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18             *
      *************************************************************************
