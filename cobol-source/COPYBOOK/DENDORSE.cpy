      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TENDORSE)                                      *
      * MID-TERM ENDORSEMENT HISTORY - ONE ROW PER ENDORSEMENT APPLIED TO A   *
      * POLICY BY THE ENDORSEMENT RUN (ENDRSMT1 VIA ENDDRVR1), NUMBERED IN    *
      * EN_SEQ_NO WITHIN THE POLICY. EN_TYPE: 'COVAMT' = COVERAGE AMOUNT      *
      * CHANGED, 'ADDCOV' = TCOVERAG ROW ADDED, 'REMCOV' = TCOVERAG ROW ENDED.*
      * THE OLD/NEW PREMIUMS ARE THE FULL-TERM FIGURES BEFORE AND AFTER THE   *
      * CHANGE; EN_PRORATA_AMOUNT IS THE SHARE FOR THE REST OF THE TERM       *
      * (NEW - OLD) * EN_REMAIN_DAYS / EN_TERM_DAYS - POSITIVE = ADDITIONAL   *
      * PREMIUM, NEGATIVE = RETURN PREMIUM. EN_STUBS_RESPREAD IS THE NUMBER OF*
      * UNPAID REMITFLE INSTALLMENTS IT WAS SPREAD OVER AND EN_UNBILLED_AMOUNT*
      * WHAT COULD NOT BE SPREAD (NO UNPAID INSTALLMENT LEFT, OR A RETURN     *
      * LARGER THAN THE INSTALLMENTS STILL TO PAY) - BILLED OR REFUNDED BY    *
      * THE DESK FROM THE ENDORSEMENT REPORT. EN_RATE_VERSION IS THE TRATEFCT *
      * FILING VERSION THE CHANGE WAS RATED ON ('COMPILED' WHEN NONE).        *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TENDORSE TABLE (
               EN_POLICY_NUMBER     CHAR(10)       NOT NULL,
               EN_SEQ_NO            INTEGER        NOT NULL,
               EN_EFFECTIVE_DATE    DATE           NOT NULL,
               EN_TYPE              CHAR(8)        NOT NULL,
               EN_COVERAGE_TYPE     CHAR(10)       NOT NULL,
               EN_OLD_COVERAGE_AMT  DECIMAL(10,2)  NOT NULL,
               EN_NEW_COVERAGE_AMT  DECIMAL(10,2)  NOT NULL,
               EN_OLD_PREMIUM       DECIMAL(7,2)   NOT NULL,
               EN_NEW_PREMIUM       DECIMAL(7,2)   NOT NULL,
               EN_PRORATA_AMOUNT    DECIMAL(7,2)   NOT NULL,
               EN_TERM_START_DATE   DATE           NOT NULL,
               EN_TERM_EXPIRY_DATE  DATE           NOT NULL,
               EN_TERM_DAYS         INTEGER        NOT NULL,
               EN_REMAIN_DAYS       INTEGER        NOT NULL,
               EN_RATE_VERSION      CHAR(8)        NOT NULL,
               EN_STUBS_RESPREAD    INTEGER        NOT NULL
                                                       WITH DEFAULT,
               EN_UNBILLED_AMOUNT   DECIMAL(7,2)   NOT NULL
                                                       WITH DEFAULT,
               EN_USER_ID           CHAR(8)        NOT NULL,
               EN_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TENDORSE                         *
      *************************************************************************
       01 DCLENDORSE.
           05 EN-POLICY-NUMBER          PIC X(10).
           05 EN-SEQ-NO                 PIC S9(9) USAGE COMP.
           05 EN-EFFECTIVE-DATE         PIC X(10).
           05 EN-TYPE                   PIC X(8).
           05 EN-COVERAGE-TYPE          PIC X(10).
           05 EN-OLD-COVERAGE-AMT       PIC S9(8)V9(2) COMP-3.
           05 EN-NEW-COVERAGE-AMT       PIC S9(8)V9(2) COMP-3.
           05 EN-OLD-PREMIUM            PIC S9(5)V9(2) COMP-3.
           05 EN-NEW-PREMIUM            PIC S9(5)V9(2) COMP-3.
           05 EN-PRORATA-AMOUNT         PIC S9(5)V9(2) COMP-3.
           05 EN-TERM-START-DATE        PIC X(10).
           05 EN-TERM-EXPIRY-DATE       PIC X(10).
           05 EN-TERM-DAYS              PIC S9(9) USAGE COMP.
           05 EN-REMAIN-DAYS            PIC S9(9) USAGE COMP.
           05 EN-RATE-VERSION           PIC X(8).
           05 EN-STUBS-RESPREAD         PIC S9(9) USAGE COMP.
           05 EN-UNBILLED-AMOUNT        PIC S9(5)V9(2) COMP-3.
           05 EN-USER-ID                PIC X(8).
           05 EN-ADD-TIMESTAMP          PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19             *
      *************************************************************************
