       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFCDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DSDNLIST
       END-EXEC.

       EXEC SQL
           INCLUDE DSDNTOKN
       END-EXEC.

       EXEC SQL
           INCLUDE DOFACHIT
       END-EXEC.

       EXEC SQL
           INCLUDE DOFACRUN
       END-EXEC.

       EXEC SQL
           INCLUDE DOFACDEC
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-RUN-ID                      PIC X(12).
       01  WS-TOK-1                       PIC X(20).
       01  WS-TOK-2                       PIC X(20).
       01  WS-TOK-3                       PIC X(20).
       01  WS-TOK-4                       PIC X(20).
       01  WS-TOK-5                       PIC X(20).
       01  WS-TOK-6                       PIC X(20).
       01  WS-PTY-TYPE                    PIC X(1).
       01  WS-PTY-KEY                     PIC X(20).
       01  WS-PTY-POLICY                  PIC X(10).
       01  WS-PTY-NAME                    PIC X(80).
       01  WS-PTY-CITY                    PIC X(30).
       01  WS-OLD-STATUS                  PIC X(1).
       01  WS-OLD-PARTY-NAME              PIC X(80).
       01  WS-OLD-RUN-ID                  PIC X(12).
       01  WS-BLOCK-CNT                   PIC S9(9) COMP.
       01  WS-BLOCK-STATUS                PIC X(1).
       01  WS-DECISION-DATE               PIC X(10).
       01  WS-AGE-DAYS                    PIC S9(9) COMP.

      *    SDN NAMES SHARING AT LEAST ONE TOKEN KEY WITH THE PARTY
      *    BEING SCREENED - THE CANDIDATES OFCSCRN1 SCORES. UNUSED
      *    TOKEN SLOTS ARE BLANK AND NEVER MATCH AN INDEXED TOKEN.
       EXEC SQL
           DECLARE CANDIDATE-CURSOR CURSOR FOR
               SELECT L.SD_ENT_NUM, L.SD_NAME_SEQ, L.SD_NAME,
                      L.SD_SDN_TYPE, L.SD_PROGRAM, L.SD_CITY,
                      L.SD_COUNTRY, L.SD_TOKEN_CNT
                 FROM INSURNCE.TSDNLIST L
                WHERE EXISTS
                      (SELECT 1
                         FROM INSURNCE.TSDNTOKN T
                        WHERE T.ST_ENT_NUM  = L.SD_ENT_NUM
                          AND T.ST_NAME_SEQ = L.SD_NAME_SEQ
                          AND T.ST_TOKEN IN (:WS-TOK-1, :WS-TOK-2,
                                             :WS-TOK-3, :WS-TOK-4,
                                             :WS-TOK-5, :WS-TOK-6))
                ORDER BY L.SD_ENT_NUM, L.SD_NAME_SEQ
       END-EXEC.

      *    EVERY PARTY THE COMPANY PAYS OR DOCUMENTS, ONE ROW EACH:
      *    HOLDERS OF ACTIVE POLICIES, THEIR BENEFICIARIES (TBENEF, OR
      *    THE TPOLICY BENEFICIARY WHERE NO DESIGNATION HAS BEEN
      *    KEYED), ACTIVE LIENHOLDERS AND THE PAYEES OF REFUNDS STILL
      *    OWED. AGENTS ARE SCREENED FROM THE AGENT FILE BY OFCSCRN1.
       EXEC SQL
           DECLARE PARTY-CURSOR CURSOR FOR
               SELECT 'H', P.POLICY_NUMBER, P.POLICY_NUMBER,
                      RTRIM(P.POLICY_HOLDER_FNAME) CONCAT ' ' CONCAT
                      RTRIM(P.POLICY_HOLDER_LNAME),
                      P.POLICY_HOLDER_CITY
                 FROM INSURNCE.TPOLICY P
                WHERE P.POLICY_STATUS = 'A'
               UNION ALL
               SELECT 'B', P.POLICY_NUMBER CONCAT B.BF_BENEF_TYPE
                           CONCAT DIGITS(B.BF_SEQ_NO),
                      P.POLICY_NUMBER, B.BF_NAME, ' '
                 FROM INSURNCE.TBENEF B
                      INNER JOIN INSURNCE.TPOLICY P
                          ON  P.POLICY_NUMBER = B.BF_POLICY_NUMBER
                          AND P.POLICY_STATUS = 'A'
               UNION ALL
               SELECT 'B', P.POLICY_NUMBER CONCAT 'T00000',
                      P.POLICY_NUMBER, P.POLICY_BENEF_NAME, ' '
                 FROM INSURNCE.TPOLICY P
                WHERE P.POLICY_STATUS = 'A'
                  AND P.POLICY_BENEF_NAME <> ' '
                  AND NOT EXISTS
                      (SELECT 1
                         FROM INSURNCE.TBENEF B
                        WHERE B.BF_POLICY_NUMBER = P.POLICY_NUMBER)
               UNION ALL
               SELECT 'L', H.LH_POLICY_NUMBER, H.LH_POLICY_NUMBER,
                      H.LH_NAME, H.LH_CITY
                 FROM INSURNCE.TLIENHLD H
                WHERE H.LH_STATUS = 'A'
               UNION ALL
               SELECT 'P', C.CN_POLICY_NUMBER
                           CONCAT CHAR(C.CN_CANCEL_DATE, ISO),
                      C.CN_POLICY_NUMBER,
                      RTRIM(P.POLICY_HOLDER_FNAME) CONCAT ' ' CONCAT
                      RTRIM(P.POLICY_HOLDER_LNAME),
                      P.POLICY_HOLDER_CITY
                 FROM INSURNCE.TCANCEL C
                      INNER JOIN INSURNCE.TPOLICY P
                          ON  C.CN_POLICY_NUMBER = P.POLICY_NUMBER
                WHERE C.CN_REFUND_AMOUNT > 0
                  AND C.CN_REFUND_PAID_FLAG <> 'Y'
                ORDER BY 1, 2
       END-EXEC.

      *    THE OPEN REVIEW QUEUE - EVERY HIT STILL HOLDING A PARTY,
      *    CONFIRMED MATCHES FIRST, THEN PENDING HITS OLDEST FIRST,
      *    WITH THE DAYS SINCE THE HIT WAS FIRST RAISED.
       EXEC SQL
           DECLARE QUEUE-CURSOR CURSOR FOR
               SELECT OH_PARTY_TYPE, OH_PARTY_KEY, OH_SDN_ENT_NUM,
                      OH_POLICY_NUMBER, OH_AGENT_CODE, OH_PARTY_NAME,
                      OH_SDN_NAME, OH_SDN_PROGRAM, OH_SCORE,
                      OH_STATUS, OH_FIRST_HIT_DATE, OH_LAST_HIT_DATE,
                      DAYS(CURRENT DATE) - DAYS(OH_FIRST_HIT_DATE)
                 FROM INSURNCE.TOFACHIT
                WHERE OH_STATUS IN ('P', 'C')
                ORDER BY OH_STATUS, OH_FIRST_HIT_DATE,
                         OH_PARTY_TYPE, OH_PARTY_KEY
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-RUN-ID                   PIC X(12).
               10  LNK-TOKEN-TABLE.
                   15  LNK-TOKEN                PIC X(20)
                                                OCCURS 6 TIMES.
               10  LNK-SDN-ENT-NUM              PIC S9(9) COMP.
               10  LNK-SDN-NAME-SEQ             PIC S9(4) COMP.
               10  LNK-SDN-NAME                 PIC X(80).
               10  LNK-SDN-TYPE                 PIC X(12).
               10  LNK-SDN-PROGRAM              PIC X(20).
               10  LNK-SDN-CITY                 PIC X(30).
               10  LNK-SDN-COUNTRY              PIC X(30).
               10  LNK-SDN-TOKEN-CNT            PIC S9(4) COMP.
               10  LNK-PARTY-TYPE               PIC X(1).
               10  LNK-PARTY-KEY                PIC X(20).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-AGENT-CODE               PIC X(10).
               10  LNK-PARTY-NAME               PIC X(80).
               10  LNK-SCORE                    PIC S9(4) COMP.
               10  LNK-BLOCK-TYPE               PIC X(1).
               10  LNK-DECISION                 PIC X(1).
               10  LNK-USER-ID                  PIC X(8).
               10  LNK-DECISION-NOTE            PIC X(60).
               10  LNK-SDN-PUB-DATE             PIC X(10).
               10  LNK-SDN-CNT                  PIC S9(9) COMP.
               10  LNK-PARTY-CNT                PIC S9(9) COMP.
               10  LNK-HIT-CNT                  PIC S9(9) COMP.
               10  LNK-NEW-HIT-CNT              PIC S9(9) COMP.
               10  LNK-REOPEN-CNT               PIC S9(9) COMP.
               10  LNK-THRESHOLD                PIC S9(4) COMP.
               10  LNK-START-TIME               PIC X(8).
               10  LNK-END-TIME                 PIC X(8).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-HIT-RESULT               PIC X(1).
               10  LNK-BLOCK-CNT                PIC S9(9) COMP.
               10  LNK-BLOCK-STATUS             PIC X(1).
               10  LNK-OUT-PARTY-TYPE           PIC X(1).
               10  LNK-OUT-PARTY-KEY            PIC X(20).
               10  LNK-OUT-POLICY-NUMBER        PIC X(10).
               10  LNK-OUT-AGENT-CODE           PIC X(10).
               10  LNK-OUT-PARTY-NAME           PIC X(80).
               10  LNK-OUT-PARTY-CITY           PIC X(30).
               10  LNK-OUT-SDN-ENT-NUM          PIC S9(9) COMP.
               10  LNK-OUT-SDN-NAME-SEQ         PIC S9(4) COMP.
               10  LNK-OUT-SDN-NAME             PIC X(80).
               10  LNK-OUT-SDN-TYPE             PIC X(12).
               10  LNK-OUT-SDN-PROGRAM          PIC X(20).
               10  LNK-OUT-SDN-CITY             PIC X(30).
               10  LNK-OUT-SDN-COUNTRY          PIC X(30).
               10  LNK-OUT-SDN-TOKEN-CNT        PIC S9(4) COMP.
               10  LNK-OUT-SCORE                PIC S9(4) COMP.
               10  LNK-OUT-STATUS               PIC X(1).
               10  LNK-OUT-FIRST-HIT-DATE       PIC X(10).
               10  LNK-OUT-LAST-HIT-DATE        PIC X(10).
               10  LNK-OUT-DECISION-USER        PIC X(8).
               10  LNK-OUT-DECISION-DATE        PIC X(10).
               10  LNK-OUT-DECISION-NOTE        PIC X(60).
               10  LNK-OUT-AGE-DAYS             PIC S9(9) COMP.

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-RUN-ID         TO WS-RUN-ID
           MOVE LNK-PARTY-TYPE     TO OH-PARTY-TYPE
           MOVE LNK-PARTY-KEY      TO OH-PARTY-KEY
           MOVE LNK-SDN-ENT-NUM    TO OH-SDN-ENT-NUM
           MOVE SPACES             TO LNK-HIT-RESULT
           EVALUATE WS-OPERATION-TYPE
               WHEN 'SDNCLEAR'
                   PERFORM 2000-CLEAR-SDN-LIST
               WHEN 'SDNADD'
                   PERFORM 2100-ADD-SDN-NAME
               WHEN 'TOKADD'
                   PERFORM 2200-ADD-SDN-TOKEN
               WHEN 'CANDOPEN'
                   PERFORM 2300-OPEN-CANDIDATES
               WHEN 'CANDFETCH'
                   PERFORM 2310-FETCH-CANDIDATE
               WHEN 'CANDCLOSE'
                   EXEC SQL CLOSE CANDIDATE-CURSOR END-EXEC
               WHEN 'PTYOPEN'
                   EXEC SQL OPEN PARTY-CURSOR END-EXEC
               WHEN 'PTYFETCH'
                   PERFORM 2400-FETCH-PARTY
               WHEN 'PTYCLOSE'
                   EXEC SQL CLOSE PARTY-CURSOR END-EXEC
               WHEN 'HITADD'
                   PERFORM 3000-RECORD-HIT
               WHEN 'RUNADD'
                   PERFORM 3500-RECORD-RUN
               WHEN 'BLOCKCHK'
                   PERFORM 4000-CHECK-BLOCK
               WHEN 'GETHIT'
                   PERFORM 5000-GET-HIT
               WHEN 'DECIDE'
                   PERFORM 5100-RECORD-DECISION
               WHEN 'QUEOPEN'
                   EXEC SQL OPEN QUEUE-CURSOR END-EXEC
               WHEN 'QUEFETCH'
                   PERFORM 6000-FETCH-QUEUE
               WHEN 'QUECLOSE'
                   EXEC SQL CLOSE QUEUE-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'OFCDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

      *    THE LIST IS REPLACED WHOLE EVERY RUN - A NAME OFAC HAS
      *    DELISTED MUST NOT KEEP MATCHING. 100 = THE TABLES WERE
      *    ALREADY EMPTY.
       2000-CLEAR-SDN-LIST.
           EXEC SQL
               DELETE FROM INSURNCE.TSDNTOKN
           END-EXEC
           IF SQLCODE = 0 OR 100
               EXEC SQL
                   DELETE FROM INSURNCE.TSDNLIST
               END-EXEC
           END-IF.

       2100-ADD-SDN-NAME.
           MOVE LNK-SDN-ENT-NUM   TO SD-ENT-NUM
           MOVE LNK-SDN-NAME-SEQ  TO SD-NAME-SEQ
           MOVE LNK-SDN-NAME      TO SD-NAME
           MOVE LNK-SDN-TYPE      TO SD-SDN-TYPE
           MOVE LNK-SDN-PROGRAM   TO SD-PROGRAM
           MOVE LNK-SDN-CITY      TO SD-CITY
           MOVE LNK-SDN-COUNTRY   TO SD-COUNTRY
           MOVE LNK-SDN-TOKEN-CNT TO SD-TOKEN-CNT
           MOVE WS-RUN-ID         TO SD-RUN-ID
           EXEC SQL
               INSERT INTO INSURNCE.TSDNLIST (
                    SD_ENT_NUM, SD_NAME_SEQ, SD_NAME, SD_SDN_TYPE,
                    SD_PROGRAM, SD_CITY, SD_COUNTRY, SD_TOKEN_CNT,
                    SD_RUN_ID, SD_ADD_TIMESTAMP
                    ) VALUES (
                    :SD-ENT-NUM, :SD-NAME-SEQ, :SD-NAME, :SD-SDN-TYPE,
                    :SD-PROGRAM, :SD-CITY, :SD-COUNTRY, :SD-TOKEN-CNT,
                    :SD-RUN-ID, CURRENT TIMESTAMP )
           END-EXEC.

       2200-ADD-SDN-TOKEN.
           MOVE LNK-TOKEN (1)     TO ST-TOKEN
           MOVE LNK-SDN-ENT-NUM   TO ST-ENT-NUM
           MOVE LNK-SDN-NAME-SEQ  TO ST-NAME-SEQ
           EXEC SQL
               INSERT INTO INSURNCE.TSDNTOKN (
                    ST_TOKEN, ST_ENT_NUM, ST_NAME_SEQ
                    ) VALUES (
                    :ST-TOKEN, :ST-ENT-NUM, :ST-NAME-SEQ )
           END-EXEC.

       2300-OPEN-CANDIDATES.
           MOVE LNK-TOKEN (1) TO WS-TOK-1
           MOVE LNK-TOKEN (2) TO WS-TOK-2
           MOVE LNK-TOKEN (3) TO WS-TOK-3
           MOVE LNK-TOKEN (4) TO WS-TOK-4
           MOVE LNK-TOKEN (5) TO WS-TOK-5
           MOVE LNK-TOKEN (6) TO WS-TOK-6
           EXEC SQL OPEN CANDIDATE-CURSOR END-EXEC.

       2310-FETCH-CANDIDATE.
           EXEC SQL
               FETCH CANDIDATE-CURSOR
                   INTO :SD-ENT-NUM, :SD-NAME-SEQ, :SD-NAME,
                        :SD-SDN-TYPE, :SD-PROGRAM, :SD-CITY,
                        :SD-COUNTRY, :SD-TOKEN-CNT
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE SD-ENT-NUM     TO LNK-OUT-SDN-ENT-NUM
               MOVE SD-NAME-SEQ    TO LNK-OUT-SDN-NAME-SEQ
               MOVE SD-NAME        TO LNK-OUT-SDN-NAME
               MOVE SD-SDN-TYPE    TO LNK-OUT-SDN-TYPE
               MOVE SD-PROGRAM     TO LNK-OUT-SDN-PROGRAM
               MOVE SD-CITY        TO LNK-OUT-SDN-CITY
               MOVE SD-COUNTRY     TO LNK-OUT-SDN-COUNTRY
               MOVE SD-TOKEN-CNT   TO LNK-OUT-SDN-TOKEN-CNT
           END-IF.

       2400-FETCH-PARTY.
           MOVE SPACES TO WS-PTY-NAME WS-PTY-CITY
           EXEC SQL
               FETCH PARTY-CURSOR
                   INTO :WS-PTY-TYPE, :WS-PTY-KEY, :WS-PTY-POLICY,
                        :WS-PTY-NAME, :WS-PTY-CITY
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-PTY-TYPE    TO LNK-OUT-PARTY-TYPE
               MOVE WS-PTY-KEY     TO LNK-OUT-PARTY-KEY
               MOVE WS-PTY-POLICY  TO LNK-OUT-POLICY-NUMBER
               MOVE SPACES         TO LNK-OUT-AGENT-CODE
               MOVE WS-PTY-NAME    TO LNK-OUT-PARTY-NAME
               MOVE WS-PTY-CITY    TO LNK-OUT-PARTY-CITY
           END-IF.

      *    ONE ROW PER PARTY AND SDN ENTRY. A NEW MATCH GOES ON THE
      *    QUEUE PENDING ('N'). A MATCH ALREADY ON FILE (-803) IS
      *    REFRESHED: A SECOND SDN NAME OF THE SAME ENTRY IN THE SAME
      *    RUN ONLY RAISES THE SCORE ('S'); A CLEARED MATCH WHOSE
      *    PARTY NOW CARRIES A DIFFERENT NAME IS REOPENED AND LOGGED
      *    ('R'); A CLEARED MATCH UNDER THE SAME NAME STAYS CLEARED
      *    ('K'); ANYTHING ELSE IS SIMPLY STILL ON THE QUEUE ('E').
       3000-RECORD-HIT.
           MOVE LNK-POLICY-NUMBER  TO OH-POLICY-NUMBER
           MOVE LNK-AGENT-CODE     TO OH-AGENT-CODE
           MOVE LNK-PARTY-NAME     TO OH-PARTY-NAME
           MOVE LNK-SDN-NAME       TO OH-SDN-NAME
           MOVE LNK-SDN-PROGRAM    TO OH-SDN-PROGRAM
           MOVE LNK-SCORE          TO OH-SCORE
           EXEC SQL
               INSERT INTO INSURNCE.TOFACHIT (
                    OH_PARTY_TYPE, OH_PARTY_KEY, OH_SDN_ENT_NUM,
                    OH_POLICY_NUMBER, OH_AGENT_CODE, OH_PARTY_NAME,
                    OH_SDN_NAME, OH_SDN_PROGRAM, OH_SCORE, OH_STATUS,
                    OH_FIRST_RUN_ID, OH_LAST_RUN_ID,
                    OH_FIRST_HIT_DATE, OH_LAST_HIT_DATE,
                    OH_DECISION_USER, OH_DECISION_DATE,
                    OH_DECISION_NOTE, OH_ADD_TIMESTAMP
                    ) VALUES (
                    :OH-PARTY-TYPE, :OH-PARTY-KEY, :OH-SDN-ENT-NUM,
                    :OH-POLICY-NUMBER, :OH-AGENT-CODE, :OH-PARTY-NAME,
                    :OH-SDN-NAME, :OH-SDN-PROGRAM, :OH-SCORE, 'P',
                    :WS-RUN-ID, :WS-RUN-ID,
                    CURRENT DATE, CURRENT DATE,
                    ' ', NULL,
                    ' ', CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE = 0
               MOVE 'N' TO LNK-HIT-RESULT
           ELSE
               IF SQLCODE = -803
                   PERFORM 3100-REFRESH-HIT
               END-IF
           END-IF.

       3100-REFRESH-HIT.
           EXEC SQL
               SELECT OH_STATUS, OH_PARTY_NAME, OH_LAST_RUN_ID
                 INTO :WS-OLD-STATUS, :WS-OLD-PARTY-NAME,
                      :WS-OLD-RUN-ID
                 FROM INSURNCE.TOFACHIT
                WHERE OH_PARTY_TYPE  = :OH-PARTY-TYPE
                  AND OH_PARTY_KEY   = :OH-PARTY-KEY
                  AND OH_SDN_ENT_NUM = :OH-SDN-ENT-NUM
           END-EXEC
           IF SQLCODE = 0
               EVALUATE TRUE
                   WHEN WS-OLD-RUN-ID = WS-RUN-ID
                       MOVE 'S' TO LNK-HIT-RESULT
                       EXEC SQL
                           UPDATE INSURNCE.TOFACHIT
                              SET OH_SCORE       = :OH-SCORE,
                                  OH_SDN_NAME    = :OH-SDN-NAME
                            WHERE OH_PARTY_TYPE  = :OH-PARTY-TYPE
                              AND OH_PARTY_KEY   = :OH-PARTY-KEY
                              AND OH_SDN_ENT_NUM = :OH-SDN-ENT-NUM
                              AND OH_SCORE       < :OH-SCORE
                       END-EXEC
                   WHEN WS-OLD-STATUS = 'X'
                           AND WS-OLD-PARTY-NAME NOT = OH-PARTY-NAME
                       MOVE 'R' TO LNK-HIT-RESULT
                       PERFORM 3200-REOPEN-HIT
                   WHEN OTHER
                       IF WS-OLD-STATUS = 'X'
                           MOVE 'K' TO LNK-HIT-RESULT
                       ELSE
                           MOVE 'E' TO LNK-HIT-RESULT
                       END-IF
                       EXEC SQL
                           UPDATE INSURNCE.TOFACHIT
                              SET OH_SCORE         = :OH-SCORE,
                                  OH_SDN_NAME      = :OH-SDN-NAME,
                                  OH_SDN_PROGRAM   = :OH-SDN-PROGRAM,
                                  OH_PARTY_NAME    = :OH-PARTY-NAME,
                                  OH_LAST_RUN_ID   = :WS-RUN-ID,
                                  OH_LAST_HIT_DATE = CURRENT DATE
                            WHERE OH_PARTY_TYPE  = :OH-PARTY-TYPE
                              AND OH_PARTY_KEY   = :OH-PARTY-KEY
                              AND OH_SDN_ENT_NUM = :OH-SDN-ENT-NUM
                       END-EXEC
               END-EVALUATE
           END-IF.

       3200-REOPEN-HIT.
           EXEC SQL
               UPDATE INSURNCE.TOFACHIT
                  SET OH_STATUS        = 'P',
                      OH_SCORE         = :OH-SCORE,
                      OH_SDN_NAME      = :OH-SDN-NAME,
                      OH_SDN_PROGRAM   = :OH-SDN-PROGRAM,
                      OH_PARTY_NAME    = :OH-PARTY-NAME,
                      OH_LAST_RUN_ID   = :WS-RUN-ID,
                      OH_LAST_HIT_DATE = CURRENT DATE,
                      OH_DECISION_USER = ' ',
                      OH_DECISION_DATE = NULL,
                      OH_DECISION_NOTE = ' '
                WHERE OH_PARTY_TYPE  = :OH-PARTY-TYPE
                  AND OH_PARTY_KEY   = :OH-PARTY-KEY
                  AND OH_SDN_ENT_NUM = :OH-SDN-ENT-NUM
           END-EXEC
           IF SQLCODE = 0
               MOVE 'R'           TO OD-DECISION
               MOVE WS-OLD-STATUS TO OD-PRIOR-STATUS
               MOVE 'OFCSCRN1'    TO OD-USER-ID
               MOVE WS-RUN-ID     TO OD-RUN-ID
               MOVE 'PARTY NAME CHANGED SINCE THE MATCH WAS CLEARED'
                                  TO OD-DECISION-NOTE
               PERFORM 5200-INSERT-DECISION
           END-IF.

       3500-RECORD-RUN.
           MOVE LNK-SDN-PUB-DATE  TO OR-SDN-PUB-DATE
           MOVE LNK-SDN-CNT       TO OR-SDN-CNT
           MOVE LNK-PARTY-CNT     TO OR-PARTY-CNT
           MOVE LNK-HIT-CNT       TO OR-HIT-CNT
           MOVE LNK-NEW-HIT-CNT   TO OR-NEW-HIT-CNT
           MOVE LNK-REOPEN-CNT    TO OR-REOPEN-CNT
           MOVE LNK-THRESHOLD     TO OR-THRESHOLD
           MOVE LNK-START-TIME    TO OR-START-TIME
           MOVE LNK-END-TIME      TO OR-END-TIME
           EXEC SQL
               INSERT INTO INSURNCE.TOFACRUN (
                    OR_RUN_ID, OR_RUN_DATE, OR_SDN_PUB_DATE,
                    OR_SDN_CNT, OR_PARTY_CNT, OR_HIT_CNT,
                    OR_NEW_HIT_CNT, OR_REOPEN_CNT, OR_THRESHOLD,
                    OR_START_TIME, OR_END_TIME, OR_ADD_TIMESTAMP
                    ) VALUES (
                    :WS-RUN-ID, CURRENT DATE, :OR-SDN-PUB-DATE,
                    :OR-SDN-CNT, :OR-PARTY-CNT, :OR-HIT-CNT,
                    :OR-NEW-HIT-CNT, :OR-REOPEN-CNT, :OR-THRESHOLD,
                    :OR-START-TIME, :OR-END-TIME, CURRENT TIMESTAMP )
           END-EXEC.

      *    WHETHER A PAYMENT MUST BE HELD: 'R' A REFUND - ANY OPEN HIT
      *    ON THE POLICY'S HOLDER OR REFUND PAYEE; 'C' A COMMISSION -
      *    ANY OPEN HIT ON THE AGENT. THE STATUS RETURNED IS 'C' IF ANY
      *    OPEN HIT IS CONFIRMED, 'P' IF ALL ARE PENDING, BLANK IF THE
      *    PARTY IS CLEAR TO PAY.
       4000-CHECK-BLOCK.
           MOVE 0      TO WS-BLOCK-CNT
           MOVE SPACES TO WS-BLOCK-STATUS
           MOVE LNK-POLICY-NUMBER TO OH-POLICY-NUMBER
           MOVE LNK-AGENT-CODE    TO OH-AGENT-CODE
           IF LNK-BLOCK-TYPE = 'C'
               EXEC SQL
                   SELECT COUNT(*), COALESCE(MIN(OH_STATUS), ' ')
                     INTO :WS-BLOCK-CNT, :WS-BLOCK-STATUS
                     FROM INSURNCE.TOFACHIT
                    WHERE OH_AGENT_CODE  = :OH-AGENT-CODE
                      AND OH_PARTY_TYPE  = 'A'
                      AND OH_STATUS IN ('P', 'C')
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*), COALESCE(MIN(OH_STATUS), ' ')
                     INTO :WS-BLOCK-CNT, :WS-BLOCK-STATUS
                     FROM INSURNCE.TOFACHIT
                    WHERE OH_POLICY_NUMBER = :OH-POLICY-NUMBER
                      AND OH_PARTY_TYPE IN ('H', 'P')
                      AND OH_STATUS IN ('P', 'C')
               END-EXEC
           END-IF
           MOVE WS-BLOCK-CNT    TO LNK-BLOCK-CNT
           MOVE WS-BLOCK-STATUS TO LNK-BLOCK-STATUS.

       5000-GET-HIT.
           EXEC SQL
               SELECT OH_POLICY_NUMBER, OH_AGENT_CODE, OH_PARTY_NAME,
                      OH_SDN_NAME, OH_SDN_PROGRAM, OH_SCORE,
                      OH_STATUS, OH_FIRST_HIT_DATE, OH_LAST_HIT_DATE,
                      OH_DECISION_USER,
                      COALESCE(CHAR(OH_DECISION_DATE, ISO), ' '),
                      OH_DECISION_NOTE
                 INTO :OH-POLICY-NUMBER, :OH-AGENT-CODE,
                      :OH-PARTY-NAME, :OH-SDN-NAME, :OH-SDN-PROGRAM,
                      :OH-SCORE, :OH-STATUS, :OH-FIRST-HIT-DATE,
                      :OH-LAST-HIT-DATE, :OH-DECISION-USER,
                      :WS-DECISION-DATE, :OH-DECISION-NOTE
                 FROM INSURNCE.TOFACHIT
                WHERE OH_PARTY_TYPE  = :OH-PARTY-TYPE
                  AND OH_PARTY_KEY   = :OH-PARTY-KEY
                  AND OH_SDN_ENT_NUM = :OH-SDN-ENT-NUM
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE 0                 TO WS-AGE-DAYS
               PERFORM 6100-RETURN-HIT
           END-IF.

      *    A COMPLIANCE DECISION: THE HIT TAKES THE NEW STATUS ('C'
      *    CONFIRMED OR 'X' CLEARED) WITH WHO DECIDED, WHEN AND WHY,
      *    AND THE CHANGE IS LOGGED ON TOFACDEC. THE CALLER HAS
      *    ALREADY CHECKED THE MOVE IS ALLOWED FROM THE CURRENT STATUS.
       5100-RECORD-DECISION.
           EXEC SQL
               SELECT OH_STATUS
                 INTO :WS-OLD-STATUS
                 FROM INSURNCE.TOFACHIT
                WHERE OH_PARTY_TYPE  = :OH-PARTY-TYPE
                  AND OH_PARTY_KEY   = :OH-PARTY-KEY
                  AND OH_SDN_ENT_NUM = :OH-SDN-ENT-NUM
           END-EXEC
           IF SQLCODE = 0
               MOVE LNK-DECISION      TO OH-STATUS
               MOVE LNK-USER-ID       TO OH-DECISION-USER
               MOVE LNK-DECISION-NOTE TO OH-DECISION-NOTE
               EXEC SQL
                   UPDATE INSURNCE.TOFACHIT
                      SET OH_STATUS        = :OH-STATUS,
                          OH_DECISION_USER = :OH-DECISION-USER,
                          OH_DECISION_DATE = CURRENT DATE,
                          OH_DECISION_NOTE = :OH-DECISION-NOTE
                    WHERE OH_PARTY_TYPE  = :OH-PARTY-TYPE
                      AND OH_PARTY_KEY   = :OH-PARTY-KEY
                      AND OH_SDN_ENT_NUM = :OH-SDN-ENT-NUM
               END-EXEC
               IF SQLCODE = 0
                   MOVE LNK-DECISION      TO OD-DECISION
                   MOVE WS-OLD-STATUS     TO OD-PRIOR-STATUS
                   MOVE LNK-USER-ID       TO OD-USER-ID
                   MOVE SPACES            TO OD-RUN-ID
                   MOVE LNK-DECISION-NOTE TO OD-DECISION-NOTE
                   PERFORM 5200-INSERT-DECISION
               END-IF
           END-IF.

       5200-INSERT-DECISION.
           EXEC SQL
               INSERT INTO INSURNCE.TOFACDEC (
                    OD_PARTY_TYPE, OD_PARTY_KEY, OD_SDN_ENT_NUM,
                    OD_DECISION_TS, OD_DECISION, OD_PRIOR_STATUS,
                    OD_USER_ID, OD_RUN_ID, OD_DECISION_NOTE
                    ) VALUES (
                    :OH-PARTY-TYPE, :OH-PARTY-KEY, :OH-SDN-ENT-NUM,
                    CURRENT TIMESTAMP, :OD-DECISION, :OD-PRIOR-STATUS,
                    :OD-USER-ID, :OD-RUN-ID, :OD-DECISION-NOTE )
           END-EXEC.

       6000-FETCH-QUEUE.
           EXEC SQL
               FETCH QUEUE-CURSOR
                   INTO :OH-PARTY-TYPE, :OH-PARTY-KEY, :OH-SDN-ENT-NUM,
                        :OH-POLICY-NUMBER, :OH-AGENT-CODE,
                        :OH-PARTY-NAME, :OH-SDN-NAME, :OH-SDN-PROGRAM,
                        :OH-SCORE, :OH-STATUS, :OH-FIRST-HIT-DATE,
                        :OH-LAST-HIT-DATE, :WS-AGE-DAYS
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE SPACES TO OH-DECISION-USER WS-DECISION-DATE
                              OH-DECISION-NOTE
               PERFORM 6100-RETURN-HIT
           END-IF.

       6100-RETURN-HIT.
           MOVE OH-PARTY-TYPE     TO LNK-OUT-PARTY-TYPE
           MOVE OH-PARTY-KEY      TO LNK-OUT-PARTY-KEY
           MOVE OH-SDN-ENT-NUM    TO LNK-OUT-SDN-ENT-NUM
           MOVE OH-POLICY-NUMBER  TO LNK-OUT-POLICY-NUMBER
           MOVE OH-AGENT-CODE     TO LNK-OUT-AGENT-CODE
           MOVE OH-PARTY-NAME     TO LNK-OUT-PARTY-NAME
           MOVE OH-SDN-NAME       TO LNK-OUT-SDN-NAME
           MOVE OH-SDN-PROGRAM    TO LNK-OUT-SDN-PROGRAM
           MOVE OH-SCORE          TO LNK-OUT-SCORE
           MOVE OH-STATUS         TO LNK-OUT-STATUS
           MOVE OH-FIRST-HIT-DATE TO LNK-OUT-FIRST-HIT-DATE
           MOVE OH-LAST-HIT-DATE  TO LNK-OUT-LAST-HIT-DATE
           MOVE OH-DECISION-USER  TO LNK-OUT-DECISION-USER
           MOVE WS-DECISION-DATE  TO LNK-OUT-DECISION-DATE
           MOVE OH-DECISION-NOTE  TO LNK-OUT-DECISION-NOTE
           MOVE WS-AGE-DAYS       TO LNK-OUT-AGE-DAYS.

       END PROGRAM OFCDRVR1.
