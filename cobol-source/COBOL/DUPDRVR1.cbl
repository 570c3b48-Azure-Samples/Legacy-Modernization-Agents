       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPDRVR1.
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
           INCLUDE DDUPPAIR
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-OLD-STATUS                  PIC X(1).
       01  WS-ROW-CNT                     PIC S9(9) COMP.
       01  WS-DECISION-DATE               PIC X(10).

      *    THE SECOND POLICY OF A PAIR - DCLPOLICY HOLDS THE FIRST.
       01  WS-POLICY-B.
           05  WS-B-HOLDER-FNAME          PIC X(35).
           05  WS-B-HOLDER-LNAME          PIC X(35).
           05  WS-B-AGENT-CODE            PIC X(10).
           05  WS-B-PREMIUM-AMOUNT        PIC S9(5)V9(2) COMP-3.
           05  WS-B-START-DATE            PIC X(10).
           05  WS-B-EXPIRY-DATE           PIC X(10).

      *    EVERY PAIR OF IN-FORCE POLICIES OF THE SAME TYPE WHOSE
      *    TERMS OVERLAP AND WHOSE HOLDERS SHARE A HOUSEHOLD ID (AND SO
      *    ALSO EVERY PAIR SHARING A CUSTOMER ID - A CUSTOMER IS ALWAYS
      *    WITHIN ONE HOUSEHOLD). EACH PAIR COMES BACK ONCE, LOWER
      *    POLICY NUMBER FIRST.
       EXEC SQL
           DECLARE OVERLAP-CURSOR CURSOR FOR
               SELECT XA.CM_POLICY_NUMBER, XB.CM_POLICY_NUMBER,
                      XA.CM_CUSTOMER_ID, XA.CM_HOUSEHOLD_ID,
                      CASE WHEN XA.CM_CUSTOMER_ID = XB.CM_CUSTOMER_ID
                           THEN 'C' ELSE 'H' END,
                      A.POLICY_TYPE
                 FROM INSURNCE.TCUSTMST XA
                      INNER JOIN INSURNCE.TCUSTMST XB
                          ON XB.CM_HOUSEHOLD_ID  = XA.CM_HOUSEHOLD_ID
                         AND XB.CM_POLICY_NUMBER > XA.CM_POLICY_NUMBER
                      INNER JOIN INSURNCE.TPOLICY A
                          ON A.POLICY_NUMBER = XA.CM_POLICY_NUMBER
                      INNER JOIN INSURNCE.TPOLICY B
                          ON B.POLICY_NUMBER = XB.CM_POLICY_NUMBER
                WHERE A.POLICY_STATUS     = 'A'
                  AND B.POLICY_STATUS     = 'A'
                  AND A.POLICY_TYPE       = B.POLICY_TYPE
                  AND A.POLICY_START_DATE <= B.POLICY_EXPIRY_DATE
                  AND B.POLICY_START_DATE <= A.POLICY_EXPIRY_DATE
                ORDER BY XA.CM_POLICY_NUMBER, XB.CM_POLICY_NUMBER
       END-EXEC.

      *    THE REVIEW WORKLIST - EVERY PAIR STILL OPEN, BY HOUSEHOLD
      *    AND CUSTOMER, WITH BOTH POLICIES' AGENTS, TERMS AND PREMIUM.
       EXEC SQL
           DECLARE WORKLIST-CURSOR CURSOR FOR
               SELECT D.DP_POLICY_A, D.DP_POLICY_B,
                      D.DP_CUSTOMER_ID, D.DP_HOUSEHOLD_ID,
                      D.DP_MATCH_LEVEL, D.DP_POLICY_TYPE,
                      D.DP_FIRST_FOUND_DATE,
                      A.POLICY_HOLDER_FNAME, A.POLICY_HOLDER_LNAME,
                      A.POLICY_AGENT_CODE, A.POLICY_PREMIUM_AMOUNT,
                      A.POLICY_START_DATE, A.POLICY_EXPIRY_DATE,
                      B.POLICY_HOLDER_FNAME, B.POLICY_HOLDER_LNAME,
                      B.POLICY_AGENT_CODE, B.POLICY_PREMIUM_AMOUNT,
                      B.POLICY_START_DATE, B.POLICY_EXPIRY_DATE
                 FROM INSURNCE.TDUPPAIR D
                      INNER JOIN INSURNCE.TPOLICY A
                          ON A.POLICY_NUMBER = D.DP_POLICY_A
                      INNER JOIN INSURNCE.TPOLICY B
                          ON B.POLICY_NUMBER = D.DP_POLICY_B
                WHERE D.DP_STATUS = 'O'
                ORDER BY D.DP_HOUSEHOLD_ID, D.DP_CUSTOMER_ID,
                         D.DP_POLICY_A, D.DP_POLICY_B
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-PROCESS-DATE             PIC X(10).
               10  LNK-POLICY-A                 PIC X(10).
               10  LNK-POLICY-B                 PIC X(10).
               10  LNK-CUSTOMER-ID              PIC S9(9) COMP.
               10  LNK-HOUSEHOLD-ID             PIC S9(9) COMP.
               10  LNK-MATCH-LEVEL              PIC X(1).
               10  LNK-POLICY-TYPE              PIC X(50).
               10  LNK-DECISION                 PIC X(1).
               10  LNK-USER-ID                  PIC X(8).
               10  LNK-DECISION-NOTE            PIC X(60).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-PAIR-RESULT              PIC X(1).
               10  LNK-ROW-CNT                  PIC S9(9) COMP.
               10  LNK-OUT-POLICY-A             PIC X(10).
               10  LNK-OUT-POLICY-B             PIC X(10).
               10  LNK-OUT-CUSTOMER-ID          PIC S9(9) COMP.
               10  LNK-OUT-HOUSEHOLD-ID         PIC S9(9) COMP.
               10  LNK-OUT-MATCH-LEVEL          PIC X(1).
               10  LNK-OUT-POLICY-TYPE          PIC X(50).
               10  LNK-OUT-STATUS               PIC X(1).
               10  LNK-OUT-FIRST-FOUND-DATE     PIC X(10).
               10  LNK-OUT-DECISION-USER        PIC X(8).
               10  LNK-OUT-DECISION-DATE        PIC X(10).
               10  LNK-OUT-DECISION-NOTE        PIC X(60).
               10  LNK-OUT-A-HOLDER-FNAME       PIC X(35).
               10  LNK-OUT-A-HOLDER-LNAME       PIC X(35).
               10  LNK-OUT-A-AGENT-CODE         PIC X(10).
               10  LNK-OUT-A-PREMIUM            PIC S9(5)V9(2) COMP-3.
               10  LNK-OUT-A-START-DATE         PIC X(10).
               10  LNK-OUT-A-EXPIRY-DATE        PIC X(10).
               10  LNK-OUT-B-HOLDER-FNAME       PIC X(35).
               10  LNK-OUT-B-HOLDER-LNAME       PIC X(35).
               10  LNK-OUT-B-AGENT-CODE         PIC X(10).
               10  LNK-OUT-B-PREMIUM            PIC S9(5)V9(2) COMP-3.
               10  LNK-OUT-B-START-DATE         PIC X(10).
               10  LNK-OUT-B-EXPIRY-DATE        PIC X(10).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-POLICY-A       TO DP-POLICY-A
           MOVE LNK-POLICY-B       TO DP-POLICY-B
           MOVE SPACES             TO LNK-PAIR-RESULT
           EVALUATE WS-OPERATION-TYPE
               WHEN 'SCANOPEN'
                   EXEC SQL OPEN OVERLAP-CURSOR END-EXEC
               WHEN 'SCANFETCH'
                   PERFORM 2000-FETCH-OVERLAP
               WHEN 'SCANCLOSE'
                   EXEC SQL CLOSE OVERLAP-CURSOR END-EXEC
               WHEN 'PAIRADD'
                   PERFORM 3000-RECORD-PAIR
               WHEN 'RESOLVE'
                   PERFORM 3200-RESOLVE-PAIRS
               WHEN 'GETPAIR'
                   PERFORM 5000-GET-PAIR
               WHEN 'DECIDE'
                   PERFORM 5100-RECORD-DECISION
               WHEN 'WORKOPEN'
                   EXEC SQL OPEN WORKLIST-CURSOR END-EXEC
               WHEN 'WORKFETCH'
                   PERFORM 6000-FETCH-WORKLIST
               WHEN 'WORKCLOSE'
                   EXEC SQL CLOSE WORKLIST-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'DUPDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

       2000-FETCH-OVERLAP.
           EXEC SQL
               FETCH OVERLAP-CURSOR
                   INTO :DP-POLICY-A, :DP-POLICY-B,
                        :DP-CUSTOMER-ID, :DP-HOUSEHOLD-ID,
                        :DP-MATCH-LEVEL, :DP-POLICY-TYPE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE DP-POLICY-A      TO LNK-OUT-POLICY-A
               MOVE DP-POLICY-B      TO LNK-OUT-POLICY-B
               MOVE DP-CUSTOMER-ID   TO LNK-OUT-CUSTOMER-ID
               MOVE DP-HOUSEHOLD-ID  TO LNK-OUT-HOUSEHOLD-ID
               MOVE DP-MATCH-LEVEL   TO LNK-OUT-MATCH-LEVEL
               MOVE DP-POLICY-TYPE   TO LNK-OUT-POLICY-TYPE
           END-IF.

      *    A PAIR NOT SEEN BEFORE IS ADDED OPEN ('N'). A PAIR ALREADY
      *    ON FILE (-803) HAS ITS LAST-FOUND DATE REFRESHED AND ITS
      *    STATUS RETURNED IN THE RESULT - 'O' STILL OPEN, 'L' OR 'X'
      *    ALREADY DECIDED (NOT LISTED AGAIN). A PAIR RESOLVED
      *    BECAUSE IT STOPPED OVERLAPPING AND NOW OVERLAPS AGAIN IS
      *    REOPENED FOR REVIEW ('N').
       3000-RECORD-PAIR.
           MOVE LNK-CUSTOMER-ID    TO DP-CUSTOMER-ID
           MOVE LNK-HOUSEHOLD-ID   TO DP-HOUSEHOLD-ID
           MOVE LNK-MATCH-LEVEL    TO DP-MATCH-LEVEL
           MOVE LNK-POLICY-TYPE    TO DP-POLICY-TYPE
           EXEC SQL
               INSERT INTO INSURNCE.TDUPPAIR (
                    DP_POLICY_A, DP_POLICY_B, DP_CUSTOMER_ID,
                    DP_HOUSEHOLD_ID, DP_MATCH_LEVEL, DP_POLICY_TYPE,
                    DP_STATUS, DP_FIRST_FOUND_DATE, DP_LAST_FOUND_DATE,
                    DP_DECISION_USER, DP_DECISION_DATE,
                    DP_DECISION_NOTE, DP_ADD_TIMESTAMP
                    ) VALUES (
                    :DP-POLICY-A, :DP-POLICY-B, :DP-CUSTOMER-ID,
                    :DP-HOUSEHOLD-ID, :DP-MATCH-LEVEL, :DP-POLICY-TYPE,
                    'O', CURRENT DATE, CURRENT DATE,
                    ' ', NULL, ' ', CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE = 0
               MOVE 'N' TO LNK-PAIR-RESULT
           ELSE
               IF SQLCODE = -803
                   PERFORM 3100-REFRESH-PAIR
               END-IF
           END-IF.

       3100-REFRESH-PAIR.
           EXEC SQL
               SELECT DP_STATUS
                 INTO :WS-OLD-STATUS
                 FROM INSURNCE.TDUPPAIR
                WHERE DP_POLICY_A = :DP-POLICY-A
                  AND DP_POLICY_B = :DP-POLICY-B
           END-EXEC
           IF SQLCODE = 0
               IF WS-OLD-STATUS = 'R'
                   MOVE 'N' TO LNK-PAIR-RESULT
                   EXEC SQL
                       UPDATE INSURNCE.TDUPPAIR
                          SET DP_STATUS          = 'O',
                              DP_CUSTOMER_ID     = :DP-CUSTOMER-ID,
                              DP_HOUSEHOLD_ID    = :DP-HOUSEHOLD-ID,
                              DP_MATCH_LEVEL     = :DP-MATCH-LEVEL,
                              DP_FIRST_FOUND_DATE = CURRENT DATE,
                              DP_LAST_FOUND_DATE = CURRENT DATE,
                              DP_DECISION_USER   = ' ',
                              DP_DECISION_DATE   = NULL,
                              DP_DECISION_NOTE   = ' '
                        WHERE DP_POLICY_A = :DP-POLICY-A
                          AND DP_POLICY_B = :DP-POLICY-B
                   END-EXEC
               ELSE
                   MOVE WS-OLD-STATUS TO LNK-PAIR-RESULT
                   EXEC SQL
                       UPDATE INSURNCE.TDUPPAIR
                          SET DP_LAST_FOUND_DATE = CURRENT DATE
                        WHERE DP_POLICY_A = :DP-POLICY-A
                          AND DP_POLICY_B = :DP-POLICY-B
                   END-EXEC
               END-IF
           END-IF.

      *    AFTER A SCAN, AN OPEN PAIR THE SCAN DID NOT FIND AGAIN NO
      *    LONGER OVERLAPS (ONE POLICY CANCELLED, LAPSED OR RE-DATED) -
      *    IT IS CLOSED AS RESOLVED SO IT DROPS OFF THE WORKLIST. THE
      *    COUNT CLOSED COMES BACK FOR THE REPORT.
       3200-RESOLVE-PAIRS.
           MOVE LNK-PROCESS-DATE TO DP-LAST-FOUND-DATE
           MOVE 0 TO WS-ROW-CNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-CNT
                 FROM INSURNCE.TDUPPAIR
                WHERE DP_STATUS          = 'O'
                  AND DP_LAST_FOUND_DATE < :DP-LAST-FOUND-DATE
           END-EXEC
           IF SQLCODE = 0 AND WS-ROW-CNT > 0
               EXEC SQL
                   UPDATE INSURNCE.TDUPPAIR
                      SET DP_STATUS        = 'R',
                          DP_DECISION_USER = 'DUPSCAN1',
                          DP_DECISION_DATE = CURRENT DATE,
                          DP_DECISION_NOTE =
                              'NO LONGER OVERLAPPING'
                    WHERE DP_STATUS          = 'O'
                      AND DP_LAST_FOUND_DATE < :DP-LAST-FOUND-DATE
               END-EXEC
           END-IF
           MOVE WS-ROW-CNT TO LNK-ROW-CNT.

       5000-GET-PAIR.
           EXEC SQL
               SELECT DP_CUSTOMER_ID, DP_HOUSEHOLD_ID, DP_MATCH_LEVEL,
                      DP_POLICY_TYPE, DP_STATUS, DP_FIRST_FOUND_DATE,
                      DP_DECISION_USER,
                      COALESCE(CHAR(DP_DECISION_DATE, USA), ' '),
                      DP_DECISION_NOTE
                 INTO :DP-CUSTOMER-ID, :DP-HOUSEHOLD-ID,
                      :DP-MATCH-LEVEL, :DP-POLICY-TYPE, :DP-STATUS,
                      :DP-FIRST-FOUND-DATE, :DP-DECISION-USER,
                      :WS-DECISION-DATE, :DP-DECISION-NOTE
                 FROM INSURNCE.TDUPPAIR
                WHERE DP_POLICY_A = :DP-POLICY-A
                  AND DP_POLICY_B = :DP-POLICY-B
           END-EXEC
           IF SQLCODE EQUAL TO 0
               PERFORM 8000-RETURN-PAIR
               MOVE DP-STATUS          TO LNK-OUT-STATUS
               MOVE DP-DECISION-USER   TO LNK-OUT-DECISION-USER
               MOVE WS-DECISION-DATE   TO LNK-OUT-DECISION-DATE
               MOVE DP-DECISION-NOTE   TO LNK-OUT-DECISION-NOTE
           END-IF.

      *    A REVIEWER'S DECISION: 'L' LEGITIMATE OR 'X' CANCEL ONE.
      *    THE CALLER HAS ALREADY CHECKED THE MOVE IS ALLOWED.
       5100-RECORD-DECISION.
           MOVE LNK-DECISION      TO DP-STATUS
           MOVE LNK-USER-ID       TO DP-DECISION-USER
           MOVE LNK-DECISION-NOTE TO DP-DECISION-NOTE
           EXEC SQL
               UPDATE INSURNCE.TDUPPAIR
                  SET DP_STATUS        = :DP-STATUS,
                      DP_DECISION_USER = :DP-DECISION-USER,
                      DP_DECISION_DATE = CURRENT DATE,
                      DP_DECISION_NOTE = :DP-DECISION-NOTE
                WHERE DP_POLICY_A = :DP-POLICY-A
                  AND DP_POLICY_B = :DP-POLICY-B
           END-EXEC.

       6000-FETCH-WORKLIST.
           EXEC SQL
               FETCH WORKLIST-CURSOR
                   INTO :DP-POLICY-A, :DP-POLICY-B,
                        :DP-CUSTOMER-ID, :DP-HOUSEHOLD-ID,
                        :DP-MATCH-LEVEL, :DP-POLICY-TYPE,
                        :DP-FIRST-FOUND-DATE,
                        :POLICY-HOLDER-FNAME, :POLICY-HOLDER-LNAME,
                        :POLICY-AGENT-CODE, :POLICY-PREMIUM-AMOUNT,
                        :POLICY-START-DATE, :POLICY-EXPIRY-DATE,
                        :WS-B-HOLDER-FNAME, :WS-B-HOLDER-LNAME,
                        :WS-B-AGENT-CODE, :WS-B-PREMIUM-AMOUNT,
                        :WS-B-START-DATE, :WS-B-EXPIRY-DATE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               PERFORM 8000-RETURN-PAIR
               MOVE 'O'                   TO LNK-OUT-STATUS
               MOVE POLICY-HOLDER-FNAME   TO LNK-OUT-A-HOLDER-FNAME
               MOVE POLICY-HOLDER-LNAME   TO LNK-OUT-A-HOLDER-LNAME
               MOVE POLICY-AGENT-CODE     TO LNK-OUT-A-AGENT-CODE
               MOVE POLICY-PREMIUM-AMOUNT TO LNK-OUT-A-PREMIUM
               MOVE POLICY-START-DATE     TO LNK-OUT-A-START-DATE
               MOVE POLICY-EXPIRY-DATE    TO LNK-OUT-A-EXPIRY-DATE
               MOVE WS-B-HOLDER-FNAME     TO LNK-OUT-B-HOLDER-FNAME
               MOVE WS-B-HOLDER-LNAME     TO LNK-OUT-B-HOLDER-LNAME
               MOVE WS-B-AGENT-CODE       TO LNK-OUT-B-AGENT-CODE
               MOVE WS-B-PREMIUM-AMOUNT   TO LNK-OUT-B-PREMIUM
               MOVE WS-B-START-DATE       TO LNK-OUT-B-START-DATE
               MOVE WS-B-EXPIRY-DATE      TO LNK-OUT-B-EXPIRY-DATE
           END-IF.

       8000-RETURN-PAIR.
           MOVE DP-POLICY-A          TO LNK-OUT-POLICY-A
           MOVE DP-POLICY-B          TO LNK-OUT-POLICY-B
           MOVE DP-CUSTOMER-ID       TO LNK-OUT-CUSTOMER-ID
           MOVE DP-HOUSEHOLD-ID      TO LNK-OUT-HOUSEHOLD-ID
           MOVE DP-MATCH-LEVEL       TO LNK-OUT-MATCH-LEVEL
           MOVE DP-POLICY-TYPE       TO LNK-OUT-POLICY-TYPE
           MOVE DP-FIRST-FOUND-DATE  TO LNK-OUT-FIRST-FOUND-DATE.

       END PROGRAM DUPDRVR1.
