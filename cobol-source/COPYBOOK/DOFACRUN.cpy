      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TOFACRUN)                                      *
      * OFAC SCREENING RUN LOG - ONE ROW PER OFCSCRN1 RUN, KEPT FOR AUDIT:    *
      * THE SDN PUBLICATION SCREENED AGAINST, HOW MANY SDN NAMES WERE         *
      * LOADED, HOW MANY PARTIES WERE SCREENED, THE MATCH THRESHOLD IN        *
      * FORCE AND THE HITS THE RUN RAISED (NEW, REOPENED AND TOTAL).          *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TOFACRUN TABLE (
               OR_RUN_ID            CHAR(12)       NOT NULL,
               OR_RUN_DATE          DATE           NOT NULL,
               OR_SDN_PUB_DATE      CHAR(10)       NOT NULL,
               OR_SDN_CNT           INTEGER        NOT NULL,
               OR_PARTY_CNT         INTEGER        NOT NULL,
               OR_HIT_CNT           INTEGER        NOT NULL,
               OR_NEW_HIT_CNT       INTEGER        NOT NULL,
               OR_REOPEN_CNT        INTEGER        NOT NULL,
               OR_THRESHOLD         SMALLINT       NOT NULL,
               OR_START_TIME        CHAR(8)        NOT NULL,
               OR_END_TIME          CHAR(8)        NOT NULL,
               OR_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TOFACRUN                         *
      *************************************************************************
       01 DCLOFACRUN.
           05 OR-RUN-ID                 PIC X(12).
           05 OR-RUN-DATE               PIC X(10).
           05 OR-SDN-PUB-DATE           PIC X(10).
           05 OR-SDN-CNT                PIC S9(9) COMP.
           05 OR-PARTY-CNT              PIC S9(9) COMP.
           05 OR-HIT-CNT                PIC S9(9) COMP.
           05 OR-NEW-HIT-CNT            PIC S9(9) COMP.
           05 OR-REOPEN-CNT             PIC S9(9) COMP.
           05 OR-THRESHOLD              PIC S9(4) COMP.
           05 OR-START-TIME             PIC X(8).
           05 OR-END-TIME               PIC X(8).
           05 OR-ADD-TIMESTAMP          PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12             *
      *************************************************************************
