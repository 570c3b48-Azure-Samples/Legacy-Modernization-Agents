                 ORDER BY AL_AGENT_CODE, AL_STATE, AL_LINE
       END-EXEC.

      *    ONE AGENT'S APPOINTMENTS STILL IN FORCE ON THE PROCESS DATE -
      *    AGTMNT1 QUEUES A STATE TERMINATION FILING FOR EACH WHEN THE
      *    AGENT IS DEACTIVATED OR GIVEN AN END DATE.
       EXEC SQL
           DECLARE AGT-LIC-CURSOR CURSOR FOR
               SELECT AL_AGENT_CODE, AL_STATE, AL_LINE,
                      AL_LICENSE_NO, AL_EFF_DATE, AL_EXP_DATE
                 FROM INSURNCE.TAGTLIC
                 WHERE AL_AGENT_CODE = :AL-AGENT-CODE
                   AND AL_EXP_DATE  >= :WS-PROCESS-DATE
                 ORDER BY AL_STATE, AL_LINE
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
                   PERFORM 5000-FETCH-LIST
               WHEN 'CLOSE'
                   EXEC SQL CLOSE LIC-LIST-CURSOR END-EXEC
               WHEN 'AGT-OPEN'
                   EXEC SQL OPEN AGT-LIC-CURSOR END-EXEC
               WHEN 'AGT-FETCH'
                   PERFORM 5100-FETCH-AGENT
               WHEN 'AGT-CLOSE'
                   EXEC SQL CLOSE AGT-LIC-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
               PERFORM 6000-RETURN-ROW
           END-IF.

       5100-FETCH-AGENT.
           EXEC SQL
               FETCH AGT-LIC-CURSOR
                   INTO :AL-AGENT-CODE, :AL-STATE, :AL-LINE,
                        :AL-LICENSE-NO, :AL-EFF-DATE, :AL-EXP-DATE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               PERFORM 6000-RETURN-ROW
           END-IF.

       6000-RETURN-ROW.
           MOVE AL-AGENT-CODE TO LNK-OUT-AGENT-CODE
           MOVE AL-STATE      TO LNK-OUT-STATE
