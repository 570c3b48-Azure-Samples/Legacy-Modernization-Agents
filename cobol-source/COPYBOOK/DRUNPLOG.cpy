      * AND NEW VALUES, SO 'WHO NARROWED THE TIER-2 WINDOW AND WHEN' IS A     *
      * QUERY INSTEAD OF AN ARCHAEOLOGY EXERCISE. WRITTEN ONLY BY PRMDRVR1    *
      * IN THE SAME UNIT OF WORK AS THE CHANGE ITSELF.                        *
      * RL_APPROVER_USER IS THE SECOND OPERATOR WHO APPROVED THE CHANGE UNDER *
      * DUAL CONTROL (SPACES ON CHANGES APPLIED WITHOUT ONE).                 *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TRUNPLOG TABLE (
               RL_SET_NAME          CHAR(8)        NOT NULL,
               RL_OLD_VALUE         CHAR(80)       NOT NULL,
               RL_NEW_VALUE         CHAR(80)       NOT NULL,
               RL_CHG_TIMESTAMP     TIMESTAMP      NOT NULL
                                                       WITH DEFAULT,
               RL_APPROVER_USER     CHAR(8)        NOT NULL WITH DEFAULT
           )
           END-EXEC.
      *************************************************************************
           05 RL-OLD-VALUE              PIC X(80).
           05 RL-NEW-VALUE              PIC X(80).
           05 RL-CHG-TIMESTAMP          PIC X(26).
           05 RL-APPROVER-USER          PIC X(8).
      *************************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9              *
      *************************************************************************
