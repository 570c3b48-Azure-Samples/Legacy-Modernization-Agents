      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TTREATY)                                       *
      * QUOTA-SHARE REINSURANCE TREATY TABLE - ONE ROW PER CESSION RULE: THE  *
      * SHARE OF A POLICY TYPE'S PREMIUM (OPTIONALLY ONE UNDERWRITER'S BOOK   *
      * OF IT) CEDED UNDER A TREATY, AND THE CEDING COMMISSION THE REINSURER  *
      * ALLOWS BACK ON IT, FOR THE TREATY'S EFFECTIVE WINDOW. A BLANK         *
      * TR_UNDERWRITER COVERS EVERY UNDERWRITER OF THE TYPE; A ROW NAMING THE *
      * UNDERWRITER TAKES PRECEDENCE OVER THE BLANK ONE. SEVERAL TREATIES AT  *
      * THE SAME LEVEL ARE A PANEL AND EACH TAKES ITS OWN SHARE. PERCENTAGES  *
      * ARE WHOLE PERCENT (40.00 IS FORTY PERCENT). MAINTAINED THROUGH        *
      * REFMNT1 ('TRT' TRANSACTIONS) VIA TRTDRVR1; READ BY THE MONTHLY        *
      * CESSION BORDEREAU (CEDBORD1).                                         *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TTREATY TABLE (
               TR_TREATY_ID         CHAR(8)        NOT NULL,
               TR_POLICY_TYPE       CHAR(50)       NOT NULL,
               TR_UNDERWRITER       CHAR(50)       NOT NULL,
               TR_REINSURER         CHAR(30)       NOT NULL,
               TR_CESSION_PCT       DECIMAL(4,2)   NOT NULL,
               TR_CEDE_COMM_PCT     DECIMAL(4,2)   NOT NULL,
               TR_EFF_DATE          DATE           NOT NULL,
               TR_EXP_DATE          DATE           NOT NULL,
               TR_UPDATE_TIMESTAMP  TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TTREATY                          *
      *************************************************************************
       01 DCLTREATY.
           05 TR-TREATY-ID              PIC X(8).
           05 TR-POLICY-TYPE            PIC X(50).
           05 TR-UNDERWRITER            PIC X(50).
           05 TR-REINSURER              PIC X(30).
           05 TR-CESSION-PCT            PIC S9(2)V9(2) COMP-3.
           05 TR-CEDE-COMM-PCT          PIC S9(2)V9(2) COMP-3.
           05 TR-EFF-DATE               PIC X(10).
           05 TR-EXP-DATE               PIC X(10).
           05 TR-UPDATE-TIMESTAMP       PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9              *
      *************************************************************************
