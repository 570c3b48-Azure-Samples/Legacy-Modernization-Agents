      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TDMVRULE)                                      *
      * STATE DMV INSURANCE-VERIFICATION REPORTING RULES - ONE ROW PER STATE  *
      * THAT REQUIRES AUTO POLICY EVENTS TO BE REPORTED. DR_LAYOUT NAMES THE  *
      * FILE LAYOUT THE STATE ACCEPTS ('FIX1' = FIXED 200-BYTE RECORD,        *
      * 'CSV1' = COMMA-DELIMITED), DR_DEADLINE_DAYS THE DAYS ALLOWED FROM     *
      * THE EVENT TO THE REPORT, DR_INSURER_CODE THE CODE THE STATE KNOWS US  *
      * BY. EVENTS DATED BEFORE DR_START_DATE PREDATE THE STATE'S PROGRAM     *
      * (OR OUR ENROLMENT IN IT) AND ARE NEVER REPORTED. DR_STATUS 'A' =      *
      * REPORTING, 'I' = SUSPENDED. READ BY DMVRPT1 THROUGH DMVDRVR1.         *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TDMVRULE TABLE (
               DR_STATE             CHAR(2)        NOT NULL,
               DR_LAYOUT            CHAR(4)        NOT NULL,
               DR_DEADLINE_DAYS     SMALLINT       NOT NULL,
               DR_INSURER_CODE      CHAR(10)       NOT NULL,
               DR_START_DATE        DATE           NOT NULL,
               DR_STATUS            CHAR(1)        NOT NULL,
               DR_UPDATE_TIMESTAMP  TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TDMVRULE                         *
      *************************************************************************
       01 DCLDMVRULE.
           05 DR-STATE                  PIC X(2).
           05 DR-LAYOUT                 PIC X(4).
           05 DR-DEADLINE-DAYS          PIC S9(4) COMP.
           05 DR-INSURER-CODE           PIC X(10).
           05 DR-START-DATE             PIC X(10).
           05 DR-STATUS                 PIC X(1).
           05 DR-UPDATE-TIMESTAMP       PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7              *
      *************************************************************************
