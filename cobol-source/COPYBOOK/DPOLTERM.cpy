      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TPOLTERM)                                      *
      * POLICY TERM HISTORY - ONE ROW PER POLICY TERM, KEYED BY POLICY AND    *
      * TERM START, SO A RENEWAL NO LONGER OVERWRITES THE TERM BEFORE IT. THE *
      * TERM'S PREMIUM, COVERAGE AMOUNT, DISCOUNT CODE, AGENT AND UNDERWRITER *
      * ARE TAKEN FROM TPOLICY WHEN THE ROW IS OPENED (TRMDRVR1). PT_OUTCOME: *
      * ' ' = IN FORCE, 'R' = RENEWED (RNWLCAP1, OR REINST1 WITH REASON       *
      * 'REINSTATE'), 'L' = LAPSED (TRMBKFL1 SWEEP, EXPIRED PAST GRACE WITH   *
      * NO LATER TERM), 'C' = CANCELLED (CANCAP1), 'N' = NON-RENEWED (DNRMNT1 *
      * - TAKEN OFF AGAIN IF THE DO-NOT-RENEW ENTRY IS DELETED).              *
      * PT_OUTCOME_DATE IS THE RENEWAL, CANCEL OR DO-NOT-RENEW EFFECTIVE      *
      * DATE, OR THE EXPIRY FOR A LAPSE; PT_OUTCOME_REASON THE RENEWAL        *
      * CHANNEL, CANCEL REASON OR DNR REASON CODE. PT_SOURCE NAMES THE RUN    *
      * THAT OPENED THE ROW. ROWS WITH PT_SOURCE 'BACKFILL' WERE REBUILT FROM *
      * TRENEWAL AND TCANCEL: THE COVERAGE, DISCOUNT, AGENT AND UNDERWRITER   *
      * ARE THE POLICY'S VALUES AT BACKFILL TIME, AND A TERM OLDER THAN THE   *
      * FIRST RECORDED RENEWAL WITH NO CANCELLATION ROW CARRIES NO PREMIUM    *
      * (0). PT_OUTCOME_DATE IS ONLY MEANINGFUL ONCE PT_OUTCOME IS SET.       *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TPOLTERM TABLE (
               PT_POLICY_NUMBER     CHAR(10)       NOT NULL,
               PT_TERM_START_DATE   DATE           NOT NULL,
               PT_TERM_EXPIRY_DATE  DATE           NOT NULL,
               PT_PREMIUM_AMOUNT    DECIMAL(7,2)   NOT NULL,
               PT_COVERAGE_AMOUNT   DECIMAL(10,2)  NOT NULL,
               PT_DISCOUNT_CODE     CHAR(10)       NOT NULL,
               PT_AGENT_CODE        CHAR(10)       NOT NULL,
               PT_UNDERWRITER       CHAR(50)       NOT NULL,
               PT_OUTCOME           CHAR(1)        NOT NULL
                                                       WITH DEFAULT,
               PT_OUTCOME_DATE      DATE           NOT NULL
                                                       WITH DEFAULT,
               PT_OUTCOME_REASON    CHAR(10)       NOT NULL
                                                       WITH DEFAULT,
               PT_SOURCE            CHAR(8)        NOT NULL,
               PT_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT,
               PT_UPDATE_TIMESTAMP  TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TPOLTERM                         *
      *************************************************************************
       01 DCLPOLTERM.
           05 PT-POLICY-NUMBER          PIC X(10).
           05 PT-TERM-START-DATE        PIC X(10).
           05 PT-TERM-EXPIRY-DATE       PIC X(10).
           05 PT-PREMIUM-AMOUNT         PIC S9(5)V9(2) COMP-3.
           05 PT-COVERAGE-AMOUNT        PIC S9(8)V9(2) COMP-3.
           05 PT-DISCOUNT-CODE          PIC X(10).
           05 PT-AGENT-CODE             PIC X(10).
           05 PT-UNDERWRITER            PIC X(50).
           05 PT-OUTCOME                PIC X(1).
               88  PT-TERM-IN-FORCE         VALUE ' '.
               88  PT-TERM-RENEWED          VALUE 'R'.
               88  PT-TERM-LAPSED           VALUE 'L'.
               88  PT-TERM-CANCELLED        VALUE 'C'.
               88  PT-TERM-NON-RENEWED      VALUE 'N'.
           05 PT-OUTCOME-DATE           PIC X(10).
           05 PT-OUTCOME-REASON         PIC X(10).
           05 PT-SOURCE                 PIC X(8).
           05 PT-ADD-TIMESTAMP          PIC X(26).
           05 PT-UPDATE-TIMESTAMP       PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14             *
      *************************************************************************
