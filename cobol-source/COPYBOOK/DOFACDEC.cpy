      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TOFACDEC)                                      *
      * OFAC DECISION HISTORY - ONE ROW PER STATUS CHANGE ON A TOFACHIT       *
      * ROW, NEVER UPDATED OR DELETED. OD_DECISION IS 'C' CONFIRMED OR        *
      * 'X' CLEARED (KEYED THROUGH OFCMNT1 BY A COMPLIANCE USER) OR 'R'       *
      * REOPENED BY THE SCREENING RUN OD_RUN_ID. OD_PRIOR_STATUS IS THE       *
      * HIT'S STATUS BEFORE THE CHANGE.                                       *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TOFACDEC TABLE (
               OD_PARTY_TYPE        CHAR(1)        NOT NULL,
               OD_PARTY_KEY         CHAR(20)       NOT NULL,
               OD_SDN_ENT_NUM       INTEGER        NOT NULL,
               OD_DECISION_TS       TIMESTAMP      NOT NULL,
               OD_DECISION          CHAR(1)        NOT NULL,
               OD_PRIOR_STATUS      CHAR(1)        NOT NULL,
               OD_USER_ID           CHAR(8)        NOT NULL,
               OD_RUN_ID            CHAR(12)       NOT NULL,
               OD_DECISION_NOTE     CHAR(60)       NOT NULL
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TOFACDEC                         *
      *************************************************************************
       01 DCLOFACDEC.
           05 OD-PARTY-TYPE             PIC X(1).
           05 OD-PARTY-KEY              PIC X(20).
           05 OD-SDN-ENT-NUM            PIC S9(9) COMP.
           05 OD-DECISION-TS            PIC X(26).
           05 OD-DECISION               PIC X(1).
           05 OD-PRIOR-STATUS           PIC X(1).
           05 OD-USER-ID                PIC X(8).
           05 OD-RUN-ID                 PIC X(12).
           05 OD-DECISION-NOTE          PIC X(60).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9              *
      *************************************************************************
