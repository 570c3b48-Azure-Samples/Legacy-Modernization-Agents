      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TMORHOLD)                                      *
      * MORATORIUM HELD-ACTION LOG - ONE ROW PER POLICY AND ADVERSE ACTION    *
      * SUPPRESSED UNDER A DISASTER MORATORIUM (TMORATOR). MH_ACTION IS       *
      * 'NONRENEW' (MAINPGM NON-RENEWAL NOTICE), 'LAPSE' (MAINPGM LAP TIER),  *
      * 'NONPAY' (DUNCYCL1 FINAL NOTICE / CANCAP1 NON-PAYMENT CANCEL) OR      *
      * 'CANCEL' (CANCAP1 OTHER CANCELLATIONS). A REPEAT SUPPRESSION BUMPS    *
      * MH_HOLD_COUNT AND MH_LAST_HELD_DATE. MH_STATUS IS 'H' WHILE HELD,     *
      * 'R' ONCE THE ACTION WAS TAKEN AFTER THE MORATORIUM ENDED AND 'X' IF   *
      * MORRPT1 CLOSED IT WITHOUT ACTION (NO LONGER DUE). MH_REF_DATE AND     *
      * MH_REF_TEXT CARRY WHAT THE ACTION NEEDS TO BE RE-DRIVEN - THE         *
      * EXPIRY DATE, STUB DUE DATE OR FEED CANCEL DATE, AND THE TIER OR       *
      * CANCEL REASON. THIS IS THE COMPLIANCE RECORD REPORTED BY MORRPT1.     *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TMORHOLD TABLE (
               MH_MORATORIUM_ID     CHAR(10)       NOT NULL,
               MH_POLICY_NUMBER     CHAR(10)       NOT NULL,
               MH_ACTION            CHAR(8)        NOT NULL,
               MH_SOURCE_PGM        CHAR(8)        NOT NULL,
               MH_FIRST_HELD_DATE   DATE           NOT NULL,
               MH_LAST_HELD_DATE    DATE           NOT NULL,
               MH_HOLD_COUNT        SMALLINT       NOT NULL,
               MH_REF_DATE          DATE           NOT NULL,
               MH_REF_TEXT          CHAR(10)       NOT NULL,
               MH_STATUS            CHAR(1)        NOT NULL,
               MH_RELEASE_DATE      DATE,
               MH_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TMORHOLD                         *
      *************************************************************************
       01 DCLMORHOLD.
           05 MH-MORATORIUM-ID          PIC X(10).
           05 MH-POLICY-NUMBER          PIC X(10).
           05 MH-ACTION                 PIC X(8).
           05 MH-SOURCE-PGM             PIC X(8).
           05 MH-FIRST-HELD-DATE        PIC X(10).
           05 MH-LAST-HELD-DATE         PIC X(10).
           05 MH-HOLD-COUNT             PIC S9(4) COMP.
           05 MH-REF-DATE               PIC X(10).
           05 MH-REF-TEXT               PIC X(10).
           05 MH-STATUS                 PIC X(1).
           05 MH-RELEASE-DATE           PIC X(10).
           05 MH-ADD-TIMESTAMP          PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12             *
      *************************************************************************
