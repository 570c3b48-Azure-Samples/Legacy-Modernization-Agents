       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DPOLICY
       END-EXEC.

       EXEC SQL
           INCLUDE DARCHTBL
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-RULE-ID                     PIC X(4).
       01  WS-KEY                         PIC X(10).
       01  WS-ROW-CNT                     PIC S9(9) COMP.
       01  WS-DETAIL                      PIC X(40).
       01  WS-FOUND-CNT                   PIC S9(9) COMP.

      *    THE CROSS-TABLE RULE CATALOG RUN BY INTAUD1 - ONE UNION
      *    BRANCH PER RULE, EACH RETURNING THE RULE ID, THE OFFENDING
      *    POLICY AND HOW MANY ROWS OF THAT TABLE BELONG TO IT. THE
      *    AGENTVSAM RULE (RI11) IS NOT HERE: THE AGENT MASTER IS A
      *    VSAM FILE, SO INTAUD1 READS THE AGENT CODES FROM THE AGENT
      *    CURSOR BELOW AND LOOKS EACH ONE UP THROUGH FLDRIVR1.
      *      RI01  TTRAKING ROWS WITH NO TPOLICY ROW
      *      RI02  TPAYMENT ROWS WITH NO TPOLICY ROW
      *      RI03  TCOVERAG ROWS WITH NO TPOLICY ROW
      *      RI04  TPOLICY ROWS WITH NO TCUSTMST ROW
      *      RI05  TCUSTMST ROWS WITH NO TPOLICY ROW
      *      RI06  TRENEWAL ROWS WITH NO TPOLICY ROW
      *      RI07  TCANCEL  ROWS WITH NO TPOLICY ROW
      *      RI08  TREINST  ROWS WITH NO TPOLICY ROW
      *      RI09  TLIENHLD ROWS WITH NO TPOLICY ROW
      *      RI10  LATEST TRENEWAL NEW EXPIRY NOT THE TPOLICY EXPIRY -
      *            UNLESS A REINSTATEMENT SINCE HAS ROLLED THE EXPIRY
      *            TO THE DATE NOW ON TPOLICY.
       EXEC SQL
           DECLARE VIOLATION-CURSOR CURSOR FOR
               SELECT 'RI01', T.TR_POLICY_NUMBER, COUNT(*), ' '
                 FROM INSURNCE.TTRAKING T
                WHERE NOT EXISTS (
                      SELECT 1 FROM INSURNCE.TPOLICY P
                       WHERE P.POLICY_NUMBER = T.TR_POLICY_NUMBER)
                GROUP BY T.TR_POLICY_NUMBER
               UNION ALL
               SELECT 'RI02', Y.PAY_POLICY_NUMBER, COUNT(*), ' '
                 FROM INSURNCE.TPAYMENT Y
                WHERE NOT EXISTS (
                      SELECT 1 FROM INSURNCE.TPOLICY P
                       WHERE P.POLICY_NUMBER = Y.PAY_POLICY_NUMBER)
                GROUP BY Y.PAY_POLICY_NUMBER
               UNION ALL
               SELECT 'RI03', C.COVERAGE_POL_NUM, COUNT(*), ' '
                 FROM INSURNCE.TCOVERAG C
                WHERE NOT EXISTS (
                      SELECT 1 FROM INSURNCE.TPOLICY P
                       WHERE P.POLICY_NUMBER = C.COVERAGE_POL_NUM)
                GROUP BY C.COVERAGE_POL_NUM
               UNION ALL
               SELECT 'RI04', P.POLICY_NUMBER, 1, ' '
                 FROM INSURNCE.TPOLICY P
                WHERE NOT EXISTS (
                      SELECT 1 FROM INSURNCE.TCUSTMST M
                       WHERE M.CM_POLICY_NUMBER = P.POLICY_NUMBER)
               UNION ALL
               SELECT 'RI05', M.CM_POLICY_NUMBER, COUNT(*), ' '
                 FROM INSURNCE.TCUSTMST M
                WHERE NOT EXISTS (
                      SELECT 1 FROM INSURNCE.TPOLICY P
                       WHERE P.POLICY_NUMBER = M.CM_POLICY_NUMBER)
                GROUP BY M.CM_POLICY_NUMBER
               UNION ALL
               SELECT 'RI06', R.RN_POLICY_NUMBER, COUNT(*), ' '
                 FROM INSURNCE.TRENEWAL R
                WHERE NOT EXISTS (
                      SELECT 1 FROM INSURNCE.TPOLICY P
                       WHERE P.POLICY_NUMBER = R.RN_POLICY_NUMBER)
                GROUP BY R.RN_POLICY_NUMBER
               UNION ALL
               SELECT 'RI07', N.CN_POLICY_NUMBER, COUNT(*), ' '
                 FROM INSURNCE.TCANCEL N
                WHERE NOT EXISTS (
                      SELECT 1 FROM INSURNCE.TPOLICY P
                       WHERE P.POLICY_NUMBER = N.CN_POLICY_NUMBER)
                GROUP BY N.CN_POLICY_NUMBER
               UNION ALL
               SELECT 'RI08', I.RI_POLICY_NUMBER, COUNT(*), ' '
                 FROM INSURNCE.TREINST I
                WHERE NOT EXISTS (
                      SELECT 1 FROM INSURNCE.TPOLICY P
                       WHERE P.POLICY_NUMBER = I.RI_POLICY_NUMBER)
                GROUP BY I.RI_POLICY_NUMBER
               UNION ALL
               SELECT 'RI09', L.LH_POLICY_NUMBER, COUNT(*), ' '
                 FROM INSURNCE.TLIENHLD L
                WHERE NOT EXISTS (
                      SELECT 1 FROM INSURNCE.TPOLICY P
                       WHERE P.POLICY_NUMBER = L.LH_POLICY_NUMBER)
                GROUP BY L.LH_POLICY_NUMBER
               UNION ALL
               SELECT 'RI10', P.POLICY_NUMBER, 1,
                      'RENEWED TO ' CONCAT
                          CHAR(R.RN_NEW_EXPIRY_DATE, ISO) CONCAT
                      ' POLICY ' CONCAT
                          CHAR(P.POLICY_EXPIRY_DATE, ISO)
                 FROM INSURNCE.TPOLICY P
                      INNER JOIN INSURNCE.TRENEWAL R
                          ON R.RN_POLICY_NUMBER = P.POLICY_NUMBER
                WHERE R.RN_ADD_TIMESTAMP =
                      (SELECT MAX(R2.RN_ADD_TIMESTAMP)
                         FROM INSURNCE.TRENEWAL R2
                        WHERE R2.RN_POLICY_NUMBER = P.POLICY_NUMBER)
                  AND R.RN_NEW_EXPIRY_DATE <> P.POLICY_EXPIRY_DATE
                  AND NOT EXISTS (
                      SELECT 1 FROM INSURNCE.TREINST I
                       WHERE I.RI_POLICY_NUMBER = P.POLICY_NUMBER
                         AND I.RI_NEW_EXPIRY_DATE =
                                             P.POLICY_EXPIRY_DATE)
                ORDER BY 1, 2
       END-EXEC.

      *    EVERY AGENT CODE CARRIED ON TPOLICY WITH ITS POLICY COUNT.
      *    A BLANK CODE IS DQSCAN1'S MISSING-AGENT EXCEPTION AND IS
      *    LEFT TO IT.
       EXEC SQL
           DECLARE AGENT-CODE-CURSOR CURSOR FOR
               SELECT POLICY_AGENT_CODE, COUNT(*)
                 FROM INSURNCE.TPOLICY
                WHERE POLICY_AGENT_CODE <> ' '
                GROUP BY POLICY_AGENT_CODE
                ORDER BY POLICY_AGENT_CODE
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-POLICY-NUMBER            PIC X(10).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-RULE-ID                  PIC X(4).
               10  LNK-KEY                      PIC X(10).
               10  LNK-ROW-CNT                  PIC S9(9) COMP.
               10  LNK-DETAIL                   PIC X(40).
               10  LNK-ARCHIVED-FLAG            PIC X(1).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           EVALUATE WS-OPERATION-TYPE
               WHEN 'VIOLOPEN'
                   EXEC SQL OPEN VIOLATION-CURSOR END-EXEC
               WHEN 'VIOLFETCH'
                   PERFORM 2000-FETCH-VIOLATION
               WHEN 'VIOLCLOSE'
                   EXEC SQL CLOSE VIOLATION-CURSOR END-EXEC
               WHEN 'AGTOPEN'
                   EXEC SQL OPEN AGENT-CODE-CURSOR END-EXEC
               WHEN 'AGTFETCH'
                   PERFORM 3000-FETCH-AGENT-CODE
               WHEN 'AGTCLOSE'
                   EXEC SQL CLOSE AGENT-CODE-CURSOR END-EXEC
               WHEN 'INARCH'
                   PERFORM 4000-CHECK-ARCHIVE
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           PERFORM 9000-CHECK-SQLCODE.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

       2000-FETCH-VIOLATION.
           EXEC SQL
               FETCH VIOLATION-CURSOR
                   INTO :WS-RULE-ID,
                        :WS-KEY,
                        :WS-ROW-CNT,
                        :WS-DETAIL
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-RULE-ID TO LNK-RULE-ID
               MOVE WS-KEY     TO LNK-KEY
               MOVE WS-ROW-CNT TO LNK-ROW-CNT
               MOVE WS-DETAIL  TO LNK-DETAIL
           END-IF.

       3000-FETCH-AGENT-CODE.
           EXEC SQL
               FETCH AGENT-CODE-CURSOR
                   INTO :POLICY-AGENT-CODE,
                        :WS-ROW-CNT
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE 'RI11'            TO LNK-RULE-ID
               MOVE POLICY-AGENT-CODE TO LNK-KEY
               MOVE WS-ROW-CNT        TO LNK-ROW-CNT
               MOVE SPACES            TO LNK-DETAIL
           END-IF.

      *    WHETHER AN ORPHANED ROW'S POLICY WAS MOVED TO TPOLARCH BY
      *    THE RETENTION ARCHIVAL (ITS CHILD ROWS WERE LEFT BEHIND) OR
      *    IS ON NEITHER TABLE AT ALL.
       4000-CHECK-ARCHIVE.
           MOVE LNK-POLICY-NUMBER TO POLICY-NUMBER
           MOVE 0                 TO WS-FOUND-CNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-FOUND-CNT
                 FROM INSURNCE.TPOLARCH
                WHERE POLICY_NUMBER = :POLICY-NUMBER
           END-EXEC
           IF SQLCODE EQUAL TO 0 AND WS-FOUND-CNT > 0
               MOVE 'Y' TO LNK-ARCHIVED-FLAG
           ELSE
               MOVE 'N' TO LNK-ARCHIVED-FLAG
           END-IF.

       9000-CHECK-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'INTDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.

       END PROGRAM INTDRVR1.
