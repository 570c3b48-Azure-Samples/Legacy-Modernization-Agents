      *************************************************************************
      * DECLGEN TABLE(INSURNCE.TPENDCHG)                                      *
      * PENDING-CHANGE QUEUE FOR DUAL-CONTROL MAINTENANCE - ONE ROW PER       *
      * TRANSACTION A MAINTENANCE PROGRAM (AGTMNT1, POLMNT1, COVMNT1,         *
      * LHMNT1, SUPMNT1, PRMMNT1) STAGED INSTEAD OF APPLYING BECAUSE ITS      *
      * OPERATION IS UNDER DUAL CONTROL. PC_TRANS_IMAGE IS THE REQUEST        *
      * RECORD EXACTLY AS KEYED, SO THE OWNING PROGRAM CAN APPLY IT LATER     *
      * THROUGH ITS OWN VALIDATION AND APPLY LOGIC. PC_TRANS_KEY IS THE       *
      * AGENT CODE, POLICY NUMBER OR SET AND PARAMETER NAME, FOR THE          *
      * REPORTS. PC_STATUS IS 'P' PENDING A DECISION, 'A' APPROVED AND        *
      * WAITING FOR THE OWNING PROGRAM'S NEXT RUN, 'R' REJECTED BY THE        *
      * CHECKER, 'X' EXPIRED UNDECIDED, 'D' APPLIED, OR 'F' APPROVED BUT      *
      * FAILED VALIDATION WHEN APPLIED. PC_CHECKER_USER IS THE SECOND         *
      * OPERATOR WHO APPROVED OR REJECTED IT (SPACES UNTIL THEN); PCQAPR1     *
      * RECORDS DECISIONS AND PCQAGE1 EXPIRES ROWS LEFT PENDING. ROWS ARE     *
      * NEVER DELETED - THE QUEUE IS ITSELF THE DUAL-CONTROL RECORD.          *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TPENDCHG TABLE (
               PC_CHANGE_ID         INTEGER        NOT NULL,
               PC_PROGRAM           CHAR(8)        NOT NULL,
               PC_TRANS_TYPE        CHAR(8)        NOT NULL,
               PC_TRANS_KEY         CHAR(20)       NOT NULL,
               PC_TRANS_IMAGE       CHAR(400)      NOT NULL,
               PC_MAKER_USER        CHAR(8)        NOT NULL,
               PC_STAGE_DATE        DATE           NOT NULL,
               PC_STATUS            CHAR(1)        NOT NULL,
               PC_CHECKER_USER      CHAR(8)        NOT NULL,
               PC_DECISION_DATE     DATE,
               PC_RESULT            CHAR(40)       NOT NULL,
               PC_ADD_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
      * COBOL DECLARATION FOR TABLE INSURNCE.TPENDCHG                         *
      *************************************************************************
       01 DCLPENDCHG.
           05 PC-CHANGE-ID              PIC S9(9) USAGE COMP.
           05 PC-PROGRAM                PIC X(8).
           05 PC-TRANS-TYPE             PIC X(8).
           05 PC-TRANS-KEY              PIC X(20).
           05 PC-TRANS-IMAGE            PIC X(400).
           05 PC-MAKER-USER             PIC X(8).
           05 PC-STAGE-DATE             PIC X(10).
           05 PC-STATUS                 PIC X(1).
           05 PC-CHECKER-USER           PIC X(8).
           05 PC-DECISION-DATE          PIC X(10).
           05 PC-RESULT                 PIC X(40).
           05 PC-ADD-TIMESTAMP          PIC X(26).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12             *
      *************************************************************************
