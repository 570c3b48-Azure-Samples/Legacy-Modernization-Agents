      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TXSLEAD)                                       *
      * HOUSEHOLD CROSS-SELL LEADS - ONE ROW PER PRODUCT GAP FOUND IN A       *
      * HOUSEHOLD (TCUSTMST IDS): A POLICY TYPE WRITTEN IN THE BOOK THAT      *
      * NONE OF THE HOUSEHOLD'S IN-FORCE POLICIES CARRIES. THE LEAD GOES      *
      * TO THE HOUSEHOLD'S SERVICING AGENT - THE AGENT ON ITS LONGEST-        *
      * HELD IN-FORCE POLICY, WHOSE HOLDER IS THE CONTACT. XL_STATUS IS       *
      * 'O' OPEN, 'C' CONVERTED - NBINTK1 ISSUED THE HOUSEHOLD A POLICY       *
      * OF THE GAP TYPE (XL_CONVERT_POLICY/DATE), OR 'X' CLOSED - THE         *
      * MONTHLY XSLEXT1 RUN NO LONGER FOUND THE GAP (FILLED ANOTHER WAY,      *
      * OR THE HOUSEHOLD BECAME DO-NOT-CONTACT, QUARANTINED OR                *
      * DELINQUENT). A GAP FOUND AGAIN AFTER ITS LEAD CLOSED STARTS A NEW     *
      * LEAD, SO THE KEY INCLUDES XL_FIRST_LEAD_DATE.                         *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TXSLEAD TABLE (
               XL_HOUSEHOLD_ID      INTEGER        NOT NULL,
               XL_GAP_TYPE          CHAR(50)       NOT NULL,
               XL_FIRST_LEAD_DATE   DATE           NOT NULL,
               XL_LAST_LEAD_DATE    DATE           NOT NULL,
               XL_AGENT_CODE        CHAR(10)       NOT NULL,
               XL_CONTACT_POLICY    CHAR(10)       NOT NULL,
               XL_STATUS            CHAR(1)        NOT NULL,
               XL_CONVERT_POLICY    CHAR(10)       NOT NULL,
               XL_CONVERT_DATE      DATE,
               XL_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TXSLEAD                          *
      *************************************************************************
       01 DCLXSLEAD.
           05 XL-HOUSEHOLD-ID           PIC S9(9) USAGE COMP.
           05 XL-GAP-TYPE               PIC X(50).
           05 XL-FIRST-LEAD-DATE        PIC X(10).
           05 XL-LAST-LEAD-DATE         PIC X(10).
           05 XL-AGENT-CODE             PIC X(10).
           05 XL-CONTACT-POLICY         PIC X(10).
           05 XL-STATUS                 PIC X(1).
           05 XL-CONVERT-POLICY         PIC X(10).
           05 XL-CONVERT-DATE           PIC X(10).
           05 XL-ADD-TIMESTAMP          PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10             *
      *************************************************************************
