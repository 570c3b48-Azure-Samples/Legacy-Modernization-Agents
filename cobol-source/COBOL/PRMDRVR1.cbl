               10  LNK-OUT-USER-ID              PIC X(8).
               10  LNK-OUT-OLD-VALUE            PIC X(80).
               10  LNK-OUT-CHG-TIMESTAMP        PIC X(26).
      *    THE APPROVING OPERATOR OF A DUAL-CONTROL CHANGE - APPENDED
      *    AFTER THE EXISTING AREAS SO EVERY ESTABLISHED CALLER'S
      *    OFFSETS ARE UNCHANGED. ONLY THE MAINTENANCE OPERATIONS
      *    (ADD/UPDATE/DELETE, CALLED ONLY BY PRMMNT1) REFERENCE IT,
      *    SO READ-ONLY CALLERS WITH THE SHORTER AREA ARE UNAFFECTED.
           05 LNK-APPROVAL-AREA.
               10  LNK-APPROVER-USER            PIC X(8).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE RP-PARM-NAME  TO RL-PARM-NAME
           MOVE RP-EFF-DATE   TO RL-EFF-DATE
           MOVE WS-USER-ID    TO RL-USER-ID
           MOVE LNK-APPROVER-USER TO RL-APPROVER-USER
           MOVE WS-OLD-VALUE  TO RL-OLD-VALUE
           MOVE RP-PARM-VALUE TO RL-NEW-VALUE
           EXEC SQL
               INSERT INTO INSURNCE.TRUNPLOG (
                    RL_SET_NAME, RL_PARM_NAME, RL_EFF_DATE,
                    RL_ACTION, RL_USER_ID, RL_OLD_VALUE,
                    RL_NEW_VALUE, RL_CHG_TIMESTAMP, RL_APPROVER_USER
                    ) VALUES (
                    :RL-SET-NAME, :RL-PARM-NAME,
                    DATE(:RL-EFF-DATE), :RL-ACTION, :RL-USER-ID,
                    :RL-OLD-VALUE, :RL-NEW-VALUE,
                    CURRENT TIMESTAMP, :RL-APPROVER-USER )
           END-EXEC.

       4000-FETCH-PARAMETER.
