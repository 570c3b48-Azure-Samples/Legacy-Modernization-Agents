      * MAINPGM'S AGENT PATH REFUSES TO NOTIFY THROUGH AN AGENT WITHOUT A     *
      * CURRENT APPOINTMENT IN THE POLICY'S STATE AND LINE, AND LICEXPR1      *
      * REPORTS APPOINTMENTS APPROACHING EXPIRY FOR THE LICENSING DESK.       *
      * AGTMNT1 QUEUES A STATE TERMINATION FILING (AGTTRMFL) FOR EACH ROW     *
      * STILL IN FORCE WHEN AN AGENT IS DEACTIVATED OR END-DATED.             *
      *************************************************************************
           EXEC SQL DECLARE INSURNCE.TAGTLIC TABLE (
               AL_AGENT_CODE        CHAR(10)       NOT NULL,
