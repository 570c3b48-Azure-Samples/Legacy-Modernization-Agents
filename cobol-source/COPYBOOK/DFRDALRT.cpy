      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TFRDALRT)                                      *
      * FRAUD ALERTS FOR THE SPECIAL INVESTIGATIONS UNIT - ONE ROW PER        *
      * POLICY WHERE FRDSCAN1 FOUND A CONTACT OR ADDRESS CHANGE AND A MONEY   *
      * MOVEMENT (NEW BANK ACCOUNT, CANCELLATION, REFUND) WITHIN THE RUN      *
      * WINDOW OF EACH OTHER AND SCORED THE PATTERN AT OR ABOVE THE ALERT     *
      * THRESHOLD. FA_PATTERN NAMES THE EVENT TYPES THAT WERE SCORED.         *
      * FA_STATUS IS 'O' OPEN FOR INVESTIGATION, 'C' CLEARED BY THE SIU OR    *
      * 'F' CONFIRMED FRAUD. WHILE AN ALERT IS 'O' OR 'F' THE POLICY'S        *
      * REFUND IS HELD BY RFDDISB1. A CLEARED ALERT REOPENS ONLY WHEN A NEW   *
      * EVENT IS LOGGED AFTER THE CLEARANCE. DECISIONS ARE KEYED THROUGH      *
      * FRDMNT1.                                                              *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TFRDALRT TABLE (
               FA_POLICY_NUMBER     CHAR(10)       NOT NULL,
               FA_SCORE             SMALLINT       NOT NULL,
               FA_PATTERN           CHAR(40)       NOT NULL,
               FA_STATUS            CHAR(1)        NOT NULL,
               FA_FIRST_ALERT_DATE  DATE           NOT NULL,
               FA_LAST_ALERT_DATE   DATE           NOT NULL,
               FA_LAST_EVENT_DATE   DATE           NOT NULL,
               FA_DECISION_USER     CHAR(8)        NOT NULL,
               FA_DECISION_DATE     DATE,
               FA_DECISION_NOTE     CHAR(60)       NOT NULL,
               FA_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TFRDALRT                         *
      *************************************************************************
       01 DCLFRDALRT.
           05 FA-POLICY-NUMBER          PIC X(10).
           05 FA-SCORE                  PIC S9(4) COMP.
           05 FA-PATTERN                PIC X(40).
           05 FA-STATUS                 PIC X(1).
           05 FA-FIRST-ALERT-DATE       PIC X(10).
           05 FA-LAST-ALERT-DATE        PIC X(10).
           05 FA-LAST-EVENT-DATE        PIC X(10).
           05 FA-DECISION-USER          PIC X(8).
           05 FA-DECISION-DATE          PIC X(10).
           05 FA-DECISION-NOTE          PIC X(60).
           05 FA-ADD-TIMESTAMP          PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11             *
      *************************************************************************
