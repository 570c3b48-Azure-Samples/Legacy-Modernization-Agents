      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TBENEF)                                        *
      * BENEFICIARY DESIGNATION IN FORCE FOR A LIFE POLICY - ONE ROW PER      *
      * NAMED BENEFICIARY. BF_BENEF_TYPE 'P' = PRIMARY, 'C' = CONTINGENT;     *
      * THE SHARES OF EACH TYPE TOTAL 100.00. BF_RELATION IS THE CODE FROM    *
      * BENMNT1'S RELATIONSHIP TABLE. BF_FORM_DATE IS THE RECEIVED DATE OF    *
      * THE SIGNED FORM THE DESIGNATION CAME FROM - A DESIGNATION IS ALWAYS   *
      * REPLACED WHOLE BY THE NEXT FORM. POLICY_BENEF_NAME/_RELATION ON       *
      * TPOLICY CARRY THE LEADING PRIMARY FOR THE NOTICES. MAINTAINED BY      *
      * BENMNT1 THROUGH BENDRVR1; CHANGES ARE LOGGED ON TBENHIST.             *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TBENEF TABLE (
               BF_POLICY_NUMBER     CHAR(10)       NOT NULL,
               BF_BENEF_TYPE        CHAR(1)        NOT NULL,
               BF_SEQ_NO            SMALLINT       NOT NULL,
               BF_NAME              CHAR(60)       NOT NULL,
               BF_RELATION          CHAR(4)        NOT NULL,
               BF_SHARE_PCT         DECIMAL(5,2)   NOT NULL,
               BF_FORM_DATE         DATE           NOT NULL,
               BF_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TBENEF                           *
      *************************************************************************
       01 DCLBENEF.
           05 BF-POLICY-NUMBER          PIC X(10).
           05 BF-BENEF-TYPE             PIC X(1).
           05 BF-SEQ-NO                 PIC S9(4) COMP.
           05 BF-NAME                   PIC X(60).
           05 BF-RELATION               PIC X(4).
           05 BF-SHARE-PCT              PIC S9(3)V9(2) COMP-3.
           05 BF-FORM-DATE              PIC X(10).
           05 BF-ADD-TIMESTAMP          PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8              *
      *************************************************************************
