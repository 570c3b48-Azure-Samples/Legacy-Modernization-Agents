      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TFRDEVNT)                                      *
      * FRAUD-WATCH EVENT LOG - ONE ROW PER CHANGE TO A POLICY HOLDER'S       *
      * CONTACT DETAILS OR BANK AUTHORIZATION, KEPT SO THE NIGHTLY FRDSCAN1   *
      * CAN CORRELATE THEM WITH CANCELLATIONS AND REFUNDS (TCANCEL).          *
      * FE_EVENT_TYPE: ADDR     ADDRESS KEYED BY AN OPERATOR (POLMNT1)        *
      *                NCOAADDR ADDRESS CORRECTION FROM MAILRET1/NCOAING1,    *
      *                         APPLIED THROUGH POLMNT1                       *
      *                EMAIL    EMAIL ADDRESS (POLMNT1)                       *
      *                PHONE    PHONE NUMBER (POLMNT1)                        *
      *                MANDATE  NEW OR CHANGED BANK ACCOUNT (MNDMNT1)         *
      * FE_PROGRAM IS THE PROGRAM THAT APPLIED THE CHANGE AND FE_USER_ID      *
      * THE OPERATOR (OR GENERATING JOB) THAT KEYED IT. WRITTEN AND READ      *
      * THROUGH FRDDRVR1.                                                     *
      * FE_APPROVER_USER IS THE SECOND OPERATOR WHO APPROVED A CHANGE APPLIED *
      * UNDER DUAL CONTROL (SPACES WHEN THERE WAS NONE).                      *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TFRDEVNT TABLE (
               FE_POLICY_NUMBER     CHAR(10)       NOT NULL,
               FE_EVENT_DATE        DATE           NOT NULL,
               FE_EVENT_TYPE        CHAR(8)        NOT NULL,
               FE_PROGRAM           CHAR(8)        NOT NULL,
               FE_USER_ID           CHAR(8)        NOT NULL,
               FE_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT,
               FE_APPROVER_USER     CHAR(8)        NOT NULL WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TFRDEVNT                         *
      *************************************************************************
       01 DCLFRDEVNT.
           05 FE-POLICY-NUMBER          PIC X(10).
           05 FE-EVENT-DATE             PIC X(10).
           05 FE-EVENT-TYPE             PIC X(8).
           05 FE-PROGRAM                PIC X(8).
           05 FE-USER-ID                PIC X(8).
           05 FE-ADD-TIMESTAMP          PIC X(26).
           05 FE-APPROVER-USER          PIC X(8).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7              *
      *************************************************************************
