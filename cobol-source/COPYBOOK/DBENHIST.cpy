      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TBENHIST)                                      *
      * BENEFICIARY CHANGE HISTORY - ONE ROW PER BENEFICIARY ADDED, CHANGED   *
      * OR REMOVED BY A DESIGNATION FORM, WITH THE LINE AS IT STOOD BEFORE    *
      * (BLANK FOR AN ADD) AND AFTER (BLANK FOR A REMOVAL). BH_ACTION 'ADD',  *
      * 'CHG' (SAME BENEFICIARY, NEW RELATIONSHIP OR SHARE) OR 'DEL'. ALL     *
      * ROWS OF ONE FORM SHARE BH_CHANGE_TIMESTAMP, BH_FORM_DATE (THE DATE    *
      * THE SIGNED FORM WAS RECEIVED) AND BH_USER_ID (WHO KEYED IT). A        *
      * DESIGNATION THAT PREDATES TBENEF IS TAKEN AS THE TPOLICY BENEFICIARY  *
      * AT 100 PERCENT PRIMARY. WRITTEN BY BENMNT1 THROUGH BENDRVR1.          *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TBENHIST TABLE (
               BH_POLICY_NUMBER     CHAR(10)       NOT NULL,
               BH_CHANGE_TIMESTAMP  TIMESTAMP      NOT NULL,
               BH_LINE_NO           SMALLINT       NOT NULL,
               BH_FORM_DATE         DATE           NOT NULL,
               BH_USER_ID           CHAR(8)        NOT NULL,
               BH_ACTION            CHAR(3)        NOT NULL,
               BH_BENEF_TYPE        CHAR(1)        NOT NULL,
               BH_BEFORE_NAME       CHAR(60)       NOT NULL,
               BH_BEFORE_RELATION   CHAR(4)        NOT NULL,
               BH_BEFORE_SHARE_PCT  DECIMAL(5,2)   NOT NULL,
               BH_AFTER_NAME        CHAR(60)       NOT NULL,
               BH_AFTER_RELATION    CHAR(4)        NOT NULL,
               BH_AFTER_SHARE_PCT   DECIMAL(5,2)   NOT NULL
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TBENHIST                         *
      *************************************************************************
       01 DCLBENHIST.
           05 BH-POLICY-NUMBER          PIC X(10).
           05 BH-CHANGE-TIMESTAMP       PIC X(26).
           05 BH-LINE-NO                PIC S9(4) COMP.
           05 BH-FORM-DATE              PIC X(10).
           05 BH-USER-ID                PIC X(8).
           05 BH-ACTION                 PIC X(3).
           05 BH-BENEF-TYPE             PIC X(1).
           05 BH-BEFORE-NAME            PIC X(60).
           05 BH-BEFORE-RELATION        PIC X(4).
           05 BH-BEFORE-SHARE-PCT       PIC S9(3)V9(2) COMP-3.
           05 BH-AFTER-NAME             PIC X(60).
           05 BH-AFTER-RELATION         PIC X(4).
           05 BH-AFTER-SHARE-PCT        PIC S9(3)V9(2) COMP-3.
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13             *
      *************************************************************************
