       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTSDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DNOTFTST
       END-EXEC.

       EXEC SQL
           INCLUDE DTRAKING
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-PROCESS-DATE                PIC X(10).
       01  WS-TEST-ID                     PIC X(8).
       01  WS-ROW-CNT                     PIC S9(9) COMP.
       01  WS-END-DATE                    PIC X(10).
       01  WS-STATE                       PIC X(2).
       01  WS-POLICY-TYPE                 PIC X(50).
       01  WS-GROUP                       PIC X(1).
       01  WS-NOTIFIED-CNT                PIC S9(9) COMP.
       01  WS-RENEWED-CNT                 PIC S9(9) COMP.
       01  WS-CANCELLED-CNT               PIC S9(9) COMP.

      *    THE TESTS RUNNING ON THE PROCESS DATE, LOADED ONCE PER RUN
      *    BY MAINPGM.
       EXEC SQL
           DECLARE ACTIVE-CURSOR CURSOR FOR
               SELECT NT_TEST_ID, NT_NOTIFY_TIER, NT_RECIPIENT,
                      NT_CHALLENGER_KEY, NT_SPLIT_PCT
                 FROM INSURNCE.TNOTFTST
                WHERE NT_STATUS      = 'A'
                  AND NT_START_DATE <= DATE(:WS-PROCESS-DATE)
                ORDER BY NT_TEST_ID
       END-EXEC.

      *    EVERY TEST, OR THE ONE NAMED, FOR THE RESULTS REPORT.
       EXEC SQL
           DECLARE TEST-CURSOR CURSOR FOR
               SELECT NT_TEST_ID, NT_NOTIFY_TIER, NT_RECIPIENT,
                      NT_CHALLENGER_KEY, NT_SPLIT_PCT, NT_DESCRIPTION,
                      NT_STATUS, CHAR(NT_START_DATE, USA),
                      COALESCE(CHAR(NT_END_DATE, USA), ' ')
                 FROM INSURNCE.TNOTFTST
                WHERE :WS-TEST-ID = ' '
                   OR NT_TEST_ID  = :WS-TEST-ID
                ORDER BY NT_TEST_ID
       END-EXEC.

      *    OUTCOME OF ONE TEST BY STATE, POLICY TYPE AND GROUP. EACH
      *    POLICY COUNTS ONCE, FROM ITS FIRST NOTICE IN THE TEST: IT
      *    RENEWED IF TRENEWAL HAS A RENEWAL ON OR AFTER THAT NOTICE,
      *    AND CANCELLED IF TCANCEL HAS A CANCELLATION ON OR AFTER IT.
       EXEC SQL
           DECLARE RESULT-CURSOR CURSOR FOR
               SELECT F.STATE, F.PTYPE, F.GRP, COUNT(*),
                      SUM(F.RENEWED), SUM(F.CANCELLED)
                 FROM (SELECT G.STATE, G.PTYPE, G.GRP,
                              CASE WHEN EXISTS
                                   (SELECT 1 FROM INSURNCE.TRENEWAL R
                                     WHERE R.RN_POLICY_NUMBER = G.POLNO
                                       AND R.RN_RENEWAL_DATE >= G.NDATE)
                                   THEN 1 ELSE 0 END AS RENEWED,
                              CASE WHEN EXISTS
                                   (SELECT 1 FROM INSURNCE.TCANCEL C
                                     WHERE C.CN_POLICY_NUMBER = G.POLNO
                                       AND C.CN_CANCEL_DATE >= G.NDATE)
                                   THEN 1 ELSE 0 END AS CANCELLED
                         FROM (SELECT T.TR_POLICY_NUMBER AS POLNO,
                                      MIN(T.TR_TEST_GROUP) AS GRP,
                                      MIN(T.TR_NOTIFY_DATE) AS NDATE,
                                      MIN(P.POLICY_HOLDER_STATE)
                                                         AS STATE,
                                      MIN(P.POLICY_TYPE) AS PTYPE
                                 FROM INSURNCE.TTRAKING T,
                                      INSURNCE.TPOLICY P
                                WHERE T.TR_TEST_ID    = :WS-TEST-ID
                                  AND T.TR_TEST_GROUP <> ' '
                                  AND P.POLICY_NUMBER =
                                                  T.TR_POLICY_NUMBER
                                GROUP BY T.TR_POLICY_NUMBER) AS G
                      ) AS F
                GROUP BY F.STATE, F.PTYPE, F.GRP
                ORDER BY F.STATE, F.PTYPE, F.GRP
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-PROCESS-DATE             PIC X(10).
               10  LNK-TEST-ID                  PIC X(8).
               10  LNK-NOTIFY-TIER              PIC X(3).
               10  LNK-RECIPIENT                PIC X(10).
               10  LNK-CHALLENGER-KEY           PIC X(10).
               10  LNK-SPLIT-PCT                PIC S9(4) COMP.
               10  LNK-DESCRIPTION              PIC X(60).
               10  LNK-USER-ID                  PIC X(8).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-CHANNEL                  PIC X(10).
               10  LNK-TEST-GROUP               PIC X(1).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-TEST-RESULT              PIC X(1).
               10  LNK-OUT-TEST-ID              PIC X(8).
               10  LNK-OUT-NOTIFY-TIER          PIC X(3).
               10  LNK-OUT-RECIPIENT            PIC X(10).
               10  LNK-OUT-CHALLENGER-KEY       PIC X(10).
               10  LNK-OUT-SPLIT-PCT            PIC S9(4) COMP.
               10  LNK-OUT-DESCRIPTION          PIC X(60).
               10  LNK-OUT-STATUS               PIC X(1).
               10  LNK-OUT-START-DATE           PIC X(10).
               10  LNK-OUT-END-DATE             PIC X(10).
               10  LNK-OUT-STATE                PIC X(2).
               10  LNK-OUT-POLICY-TYPE          PIC X(50).
               10  LNK-OUT-GROUP                PIC X(1).
               10  LNK-OUT-NOTIFIED-CNT         PIC S9(9) COMP.
               10  LNK-OUT-RENEWED-CNT          PIC S9(9) COMP.
               10  LNK-OUT-CANCELLED-CNT        PIC S9(9) COMP.

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-PROCESS-DATE   TO WS-PROCESS-DATE
           MOVE LNK-TEST-ID        TO WS-TEST-ID
           MOVE SPACES             TO LNK-TEST-RESULT
           EVALUATE WS-OPERATION-TYPE
               WHEN 'ADDTEST'
                   PERFORM 2000-ADD-TEST
               WHEN 'ENDTEST'
                   PERFORM 2100-END-TEST
               WHEN 'ACTVOPEN'
                   EXEC SQL OPEN ACTIVE-CURSOR END-EXEC
               WHEN 'ACTVFETCH'
                   PERFORM 3000-FETCH-ACTIVE
               WHEN 'ACTVCLOSE'
                   EXEC SQL CLOSE ACTIVE-CURSOR END-EXEC
               WHEN 'SETGROUP'
                   PERFORM 4000-SET-GROUP
               WHEN 'TESTOPEN'
                   EXEC SQL OPEN TEST-CURSOR END-EXEC
               WHEN 'TESTFETCH'
                   PERFORM 5000-FETCH-TEST
               WHEN 'TESTCLOSE'
                   EXEC SQL CLOSE TEST-CURSOR END-EXEC
               WHEN 'RSLTOPEN'
                   EXEC SQL OPEN RESULT-CURSOR END-EXEC
               WHEN 'RSLTFETCH'
                   PERFORM 6000-FETCH-RESULT
               WHEN 'RSLTCLOSE'
                   EXEC SQL CLOSE RESULT-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'NTSDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

      *    A NEW TEST STARTS ON THE PROCESS DATE ('N'), UNLESS THE
      *    TEST ID IS ALREADY USED ('D'), THE CATALOG HAS NO WORDING
      *    UNDER THE CHALLENGER KEY ('W'), OR ANOTHER TEST IS ALREADY
      *    RUNNING ON THE SAME TIER AND WORDING ('A') - TWO TESTS ON
      *    ONE NOTICE WOULD SPLIT THE SAME POLICIES TWO WAYS.
       2000-ADD-TEST.
           MOVE LNK-TEST-ID        TO NT-TEST-ID
           MOVE LNK-NOTIFY-TIER    TO NT-NOTIFY-TIER
           MOVE LNK-RECIPIENT      TO NT-RECIPIENT
           MOVE LNK-CHALLENGER-KEY TO NT-CHALLENGER-KEY
           MOVE LNK-SPLIT-PCT      TO NT-SPLIT-PCT
           MOVE LNK-DESCRIPTION    TO NT-DESCRIPTION
           MOVE LNK-USER-ID        TO NT-AUTH-USER
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-CNT
                 FROM INSURNCE.TNOTFTST
                WHERE NT_TEST_ID = :NT-TEST-ID
           END-EXEC
           IF WS-ROW-CNT > 0
               MOVE 'D' TO LNK-TEST-RESULT
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ROW-CNT
                     FROM INSURNCE.TNOTFMSG
                    WHERE MSG_RECIPIENT = :NT-CHALLENGER-KEY
               END-EXEC
               IF WS-ROW-CNT = 0
                   MOVE 'W' TO LNK-TEST-RESULT
               ELSE
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-ROW-CNT
                         FROM INSURNCE.TNOTFTST
                        WHERE NT_NOTIFY_TIER = :NT-NOTIFY-TIER
                          AND NT_RECIPIENT   = :NT-RECIPIENT
                          AND NT_STATUS      = 'A'
                   END-EXEC
                   IF WS-ROW-CNT > 0
                       MOVE 'A' TO LNK-TEST-RESULT
                   ELSE
                       EXEC SQL
                           INSERT INTO INSURNCE.TNOTFTST (
                                NT_TEST_ID, NT_NOTIFY_TIER,
                                NT_RECIPIENT, NT_CHALLENGER_KEY,
                                NT_SPLIT_PCT, NT_DESCRIPTION,
                                NT_STATUS, NT_START_DATE,
                                NT_END_DATE, NT_AUTH_USER,
                                NT_ADD_TIMESTAMP
                                ) VALUES (
                                :NT-TEST-ID, :NT-NOTIFY-TIER,
                                :NT-RECIPIENT, :NT-CHALLENGER-KEY,
                                :NT-SPLIT-PCT, :NT-DESCRIPTION,
                                'A', DATE(:WS-PROCESS-DATE),
                                NULL, :NT-AUTH-USER,
                                CURRENT TIMESTAMP )
                       END-EXEC
                       IF SQLCODE EQUAL TO 0
                           MOVE 'N' TO LNK-TEST-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    ENDS A RUNNING TEST ON THE PROCESS DATE; 100 WHEN THERE IS
      *    NO SUCH TEST RUNNING. POLICIES ALREADY ASSIGNED KEEP THEIR
      *    GROUP ON TTRAKING FOR THE RESULTS.
       2100-END-TEST.
           MOVE LNK-TEST-ID TO NT-TEST-ID
           MOVE LNK-USER-ID TO NT-AUTH-USER
           EXEC SQL
               UPDATE INSURNCE.TNOTFTST
                  SET NT_STATUS    = 'E',
                      NT_END_DATE  = DATE(:WS-PROCESS-DATE),
                      NT_AUTH_USER = :NT-AUTH-USER
                WHERE NT_TEST_ID   = :NT-TEST-ID
                  AND NT_STATUS    = 'A'
           END-EXEC.

       3000-FETCH-ACTIVE.
           EXEC SQL
               FETCH ACTIVE-CURSOR
                   INTO :NT-TEST-ID, :NT-NOTIFY-TIER, :NT-RECIPIENT,
                        :NT-CHALLENGER-KEY, :NT-SPLIT-PCT
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE NT-TEST-ID          TO LNK-OUT-TEST-ID
               MOVE NT-NOTIFY-TIER      TO LNK-OUT-NOTIFY-TIER
               MOVE NT-RECIPIENT        TO LNK-OUT-RECIPIENT
               MOVE NT-CHALLENGER-KEY   TO LNK-OUT-CHALLENGER-KEY
               MOVE NT-SPLIT-PCT        TO LNK-OUT-SPLIT-PCT
           END-IF.

      *    STAMPS THE POLICY'S TEST AND GROUP ON THE CURRENT-CYCLE
      *    TRACKING ROW JUST WRITTEN FOR THE TIER AND CHANNEL.
       4000-SET-GROUP.
           MOVE LNK-POLICY-NUMBER  TO TR-POLICY-NUMBER
           MOVE LNK-NOTIFY-TIER    TO TR-NOTIFY-TIER
           MOVE LNK-RECIPIENT      TO TR-RECIPIENT-TYPE
           MOVE LNK-CHANNEL        TO TR-CHANNEL
           MOVE LNK-TEST-ID        TO TR-TEST-ID
           MOVE LNK-TEST-GROUP     TO TR-TEST-GROUP
           EXEC SQL
               UPDATE INSURNCE.TTRAKING
                  SET TR_TEST_ID        = :TR-TEST-ID,
                      TR_TEST_GROUP     = :TR-TEST-GROUP
                WHERE TR_POLICY_NUMBER  = :TR-POLICY-NUMBER
                  AND TR_NOTIFY_TIER    = :TR-NOTIFY-TIER
                  AND TR_RECIPIENT_TYPE = :TR-RECIPIENT-TYPE
                  AND TR_CHANNEL        = :TR-CHANNEL
                  AND TR_STATUS        <> 'H'
           END-EXEC.

       5000-FETCH-TEST.
           EXEC SQL
               FETCH TEST-CURSOR
                   INTO :NT-TEST-ID, :NT-NOTIFY-TIER, :NT-RECIPIENT,
                        :NT-CHALLENGER-KEY, :NT-SPLIT-PCT,
                        :NT-DESCRIPTION, :NT-STATUS, :NT-START-DATE,
                        :WS-END-DATE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE NT-TEST-ID          TO LNK-OUT-TEST-ID
               MOVE NT-NOTIFY-TIER      TO LNK-OUT-NOTIFY-TIER
               MOVE NT-RECIPIENT        TO LNK-OUT-RECIPIENT
               MOVE NT-CHALLENGER-KEY   TO LNK-OUT-CHALLENGER-KEY
               MOVE NT-SPLIT-PCT        TO LNK-OUT-SPLIT-PCT
               MOVE NT-DESCRIPTION      TO LNK-OUT-DESCRIPTION
               MOVE NT-STATUS           TO LNK-OUT-STATUS
               MOVE NT-START-DATE       TO LNK-OUT-START-DATE
               MOVE WS-END-DATE         TO LNK-OUT-END-DATE
           END-IF.

       6000-FETCH-RESULT.
           EXEC SQL
               FETCH RESULT-CURSOR
                   INTO :WS-STATE, :WS-POLICY-TYPE, :WS-GROUP,
                        :WS-NOTIFIED-CNT, :WS-RENEWED-CNT,
                        :WS-CANCELLED-CNT
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-STATE            TO LNK-OUT-STATE
               MOVE WS-POLICY-TYPE      TO LNK-OUT-POLICY-TYPE
               MOVE WS-GROUP            TO LNK-OUT-GROUP
               MOVE WS-NOTIFIED-CNT     TO LNK-OUT-NOTIFIED-CNT
               MOVE WS-RENEWED-CNT      TO LNK-OUT-RENEWED-CNT
               MOVE WS-CANCELLED-CNT    TO LNK-OUT-CANCELLED-CNT
           END-IF.

       END PROGRAM NTSDRVR1.
