      * (DECEASED POLICY HOLDER, ACTIVE LITIGATION, REGULATORY COMPLAINT).    *
      * CHECKED BY MAINPGM BEFORE ANY CUSTOMER OUTPUT IS WRITTEN;             *
      * MAINTAINED AND LISTED BY SUPMNT1 THROUGH SUPDRVR1.                    *
      * SUP_APPROVER_USER IS THE SECOND OPERATOR WHO APPROVED A DUAL-CONTROL  *
      * ADD (SPACES ON A ROW ADDED WITHOUT ONE).                              *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TSUPPRES TABLE (
               SUP_POLICY_NUMBER    CHAR(10)       NOT NULL,
               SUP_EFF_DATE         DATE           NOT NULL,
               SUP_AUTH_USER        CHAR(8)        NOT NULL,
               SUP_ADD_TIMESTAMP    TIMESTAMP      NOT NULL
                                                       WITH DEFAULT,
               SUP_APPROVER_USER    CHAR(8)        NOT NULL WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
           05 SUP-EFF-DATE              PIC X(10).
           05 SUP-AUTH-USER             PIC X(8).
           05 SUP-ADD-TIMESTAMP         PIC X(26).
           05 SUP-APPROVER-USER         PIC X(8).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6              *
      *************************************************************************
