      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TNOTFTST)                                      *
      * CHAMPION/CHALLENGER TESTS OF RENEWAL NOTICE WORDING - ONE ROW PER     *
      * TEST. NT_RECIPIENT IS THE TNOTFMSG RECIPIENT KEY WHOSE WORDING IS     *
      * THE CHAMPION ('CUSTOMER' OR 'CUSTAUTO') ON NOTIFY TIER                *
      * NT_NOTIFY_TIER; NT_CHALLENGER_KEY IS THE RECIPIENT KEY OF THE         *
      * CHALLENGER ROWS LOADED ALONGSIDE IT IN TNOTFMSG. NT_SPLIT_PCT OF      *
      * THE POLICIES GET THE CHALLENGER, THE REST ARE THE HOLDOUT GROUP       *
      * AND KEEP THE CHAMPION. MAINPGM ASSIGNS EACH POLICY BY ITS POLICY      *
      * NUMBER, SO A POLICY STAYS IN ITS GROUP EVERY NIGHT OF THE TIER,       *
      * AND RECORDS THE GROUP ON ITS TTRAKING ROWS. NT_STATUS IS 'A'          *
      * RUNNING OR 'E' ENDED (NT_END_DATE SET). STARTED AND ENDED BY          *
      * NTSMNT1; RESULTS ARE REPORTED BY NTSRPT1.                             *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TNOTFTST TABLE (
               NT_TEST_ID           CHAR(8)        NOT NULL,
               NT_NOTIFY_TIER       CHAR(3)        NOT NULL,
               NT_RECIPIENT         CHAR(10)       NOT NULL,
               NT_CHALLENGER_KEY    CHAR(10)       NOT NULL,
               NT_SPLIT_PCT         SMALLINT       NOT NULL,
               NT_DESCRIPTION       CHAR(60)       NOT NULL,
               NT_STATUS            CHAR(1)        NOT NULL,
               NT_START_DATE        DATE           NOT NULL,
               NT_END_DATE          DATE,
               NT_AUTH_USER         CHAR(8)        NOT NULL,
               NT_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TNOTFTST                         *
      *************************************************************************
       01 DCLNOTFTST.
           05 NT-TEST-ID                PIC X(8).
           05 NT-NOTIFY-TIER            PIC X(3).
           05 NT-RECIPIENT              PIC X(10).
           05 NT-CHALLENGER-KEY         PIC X(10).
           05 NT-SPLIT-PCT              PIC S9(4) COMP.
           05 NT-DESCRIPTION            PIC X(60).
           05 NT-STATUS                 PIC X(1).
           05 NT-START-DATE             PIC X(10).
           05 NT-END-DATE               PIC X(10).
           05 NT-AUTH-USER              PIC X(8).
           05 NT-ADD-TIMESTAMP          PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11             *
      *************************************************************************
