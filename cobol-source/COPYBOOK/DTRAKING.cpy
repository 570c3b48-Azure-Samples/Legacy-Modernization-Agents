      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TTRAKING)                                      *
      * TR_TEST_ID/TR_TEST_GROUP: ON A CUSTOMER ROW FOR A POLICY IN A         *
      * NOTICE WORDING TEST (INSURNCE.TNOTFTST), THE TEST AND THE GROUP       *
      * THE POLICY WAS ASSIGNED - 'C' CHAMPION (HOLDOUT) OR 'X'               *
      * CHALLENGER. BLANK ON EVERY OTHER ROW.                                 *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TTRAKING TABLE (
               TR_POLICY_NUMBER     CHAR(10)       NOT NULL,
               TR_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT,
               TR_UPDATE_TIMESTAMP TIMESTAMP   NOT NULL
                                                       WITH DEFAULT,
               TR_TEST_ID           CHAR(8)        NOT NULL
                                                       WITH DEFAULT,
               TR_TEST_GROUP        CHAR(1)        NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
           05 TR-STATUS                 PIC X(1).
           05 TR-ADD-TIMESTAMP          PIC X(26).
           05 TR-UPDATE-TIMESTAMP       PIC X(26).
           05 TR-TEST-ID                PIC X(8).
           05 TR-TEST-GROUP             PIC X(1).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10             *
      *************************************************************************
