      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TSDNLIST)                                      *
      * TREASURY SPECIALLY DESIGNATED NATIONALS (SDN) LIST AS LOADED BY       *
      * OFCSCRN1 - ONE ROW PER SDN NAME, SD_NAME_SEQ 0 FOR THE PRIMARY        *
      * NAME AND 1 UP FOR EACH AKA. THE TABLE IS REPLACED WHOLE ON EVERY      *
      * SCREENING RUN FROM THAT DAY'S SDN EXTRACT; SD_RUN_ID NAMES THE        *
      * RUN THAT LOADED IT. SD_TOKEN_CNT IS THE NUMBER OF NAME TOKENS         *
      * INDEXED ON TSDNTOKN.                                                  *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TSDNLIST TABLE (
               SD_ENT_NUM           INTEGER        NOT NULL,
               SD_NAME_SEQ          SMALLINT       NOT NULL,
               SD_NAME              CHAR(80)       NOT NULL,
               SD_SDN_TYPE          CHAR(12)       NOT NULL,
               SD_PROGRAM           CHAR(20)       NOT NULL,
               SD_CITY              CHAR(30)       NOT NULL,
               SD_COUNTRY           CHAR(30)       NOT NULL,
               SD_TOKEN_CNT         SMALLINT       NOT NULL,
               SD_RUN_ID            CHAR(12)       NOT NULL,
               SD_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TSDNLIST                         *
      *************************************************************************
       01 DCLSDNLIST.
           05 SD-ENT-NUM                PIC S9(9) COMP.
           05 SD-NAME-SEQ               PIC S9(4) COMP.
           05 SD-NAME                   PIC X(80).
           05 SD-SDN-TYPE               PIC X(12).
           05 SD-PROGRAM                PIC X(20).
           05 SD-CITY                   PIC X(30).
           05 SD-COUNTRY                PIC X(30).
           05 SD-TOKEN-CNT              PIC S9(4) COMP.
           05 SD-RUN-ID                 PIC X(12).
           05 SD-ADD-TIMESTAMP          PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10             *
      *************************************************************************
