      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TSDNTOKN)                                      *
      * SDN NAME TOKEN INDEX - ONE ROW PER DISTINCT TOKEN OF EACH TSDNLIST    *
      * NAME. ST_TOKEN IS THE TOKEN'S SOUND-ALIKE KEY (FIRST LETTER, THEN     *
      * THE CONSONANTS WITH DOUBLES COLLAPSED) SO SPELLING VARIANTS OF THE    *
      * SAME NAME SHARE A KEY. OFCSCRN1 USES IT TO PICK THE CANDIDATE SDN     *
      * NAMES FOR A PARTY BEFORE SCORING THEM. REPLACED WITH TSDNLIST.        *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TSDNTOKN TABLE (
               ST_TOKEN             CHAR(20)       NOT NULL,
               ST_ENT_NUM           INTEGER        NOT NULL,
               ST_NAME_SEQ          SMALLINT       NOT NULL
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TSDNTOKN                         *
      *************************************************************************
       01 DCLSDNTOKN.
           05 ST-TOKEN                  PIC X(20).
           05 ST-ENT-NUM                PIC S9(9) COMP.
           05 ST-NAME-SEQ               PIC S9(4) COMP.
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3              *
      *************************************************************************
