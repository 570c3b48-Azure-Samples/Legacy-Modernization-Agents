       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMFDRVR1.
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
           INCLUDE DDMFMTCH
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-OLD-STATUS                  PIC X(1).
       01  WS-OLD-DECISION-USER           PIC X(8).
       01  WS-DECISION-DATE               PIC X(10).
       01  WS-AGE-DAYS                    PIC S9(9) COMP.
       01  WS-WDRAW-CNT                   PIC S9(9) COMP.

      *    ACTIVE POLICIES WHOSE HOLDER SHARES THE DECEDENT'S DATE OF
      *    BIRTH AND LAST NAME. THE DMF CARRIES ONLY 20 CHARACTERS OF
      *    SURNAME, SO THE HOLDER'S IS CUT TO THE SAME LENGTH.
       EXEC SQL
           DECLARE CANDIDATE-CURSOR CURSOR FOR
               SELECT POLICY_NUMBER, POLICY_HOLDER_FNAME,
                      POLICY_HOLDER_MNAME, POLICY_HOLDER_LNAME,
                      POLICY_HOLDER_ZIP_CD, POLICY_TYPE,
                      POLICY_AGENT_CODE
                 FROM INSURNCE.TPOLICY
                WHERE POLICY_STATUS     = 'A'
                  AND POLICY_HOLDER_DOB = :DM-DOB
                  AND UPPER(SUBSTR(POLICY_HOLDER_LNAME, 1, 20))
                                        = :DM-LNAME
                ORDER BY POLICY_NUMBER
       END-EXEC.

      *    CONFIRMED MATCHES NOT YET ACTED ON, WITH WHAT DMFACT1
      *    NEEDS TO ROUTE THEM - LIFE POLICIES TO CLAIMS, THE REST TO
      *    THE WRITING AGENT.
       EXEC SQL
           DECLARE ACTION-CURSOR CURSOR FOR
               SELECT M.DM_POLICY_NUMBER, M.DM_SSN, M.DM_LNAME,
                      M.DM_FNAME, M.DM_MNAME, M.DM_DOD, M.DM_DOB,
                      M.DM_MATCH_BASIS, M.DM_DECISION_USER,
                      P.POLICY_TYPE, P.POLICY_AGENT_CODE,
                      P.POLICY_HOLDER_FNAME, P.POLICY_HOLDER_MNAME,
                      P.POLICY_HOLDER_LNAME, P.POLICY_START_DATE,
                      P.POLICY_EXPIRY_DATE, P.POLICY_COVERAGE_AMOUNT
                 FROM INSURNCE.TDMFMTCH M
                      INNER JOIN INSURNCE.TPOLICY P
                          ON P.POLICY_NUMBER = M.DM_POLICY_NUMBER
                WHERE M.DM_STATUS = 'C'
                  AND M.DM_ACTION_DATE IS NULL
                ORDER BY M.DM_POLICY_NUMBER, M.DM_SSN
       END-EXEC.

      *    THE REVIEW QUEUE - EVERY MATCH STILL PENDING, OLDEST FIRST,
      *    WITH THE DAYS SINCE IT WAS FIRST MATCHED.
       EXEC SQL
           DECLARE QUEUE-CURSOR CURSOR FOR
               SELECT M.DM_POLICY_NUMBER, M.DM_SSN, M.DM_LNAME,
                      M.DM_FNAME, M.DM_DOD, M.DM_DOB, M.DM_ZIP,
                      M.DM_MATCH_BASIS, M.DM_FIRST_MATCH_DATE,
                      DAYS(CURRENT DATE) - DAYS(M.DM_FIRST_MATCH_DATE),
                      P.POLICY_HOLDER_FNAME, P.POLICY_HOLDER_LNAME,
                      P.POLICY_HOLDER_ZIP_CD, P.POLICY_TYPE
                 FROM INSURNCE.TDMFMTCH M
                      INNER JOIN INSURNCE.TPOLICY P
                          ON P.POLICY_NUMBER = M.DM_POLICY_NUMBER
                WHERE M.DM_STATUS = 'P'
                ORDER BY M.DM_FIRST_MATCH_DATE, M.DM_POLICY_NUMBER,
                         M.DM_SSN
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-SSN                      PIC X(9).
               10  LNK-LNAME                    PIC X(20).
               10  LNK-FNAME                    PIC X(15).
               10  LNK-MNAME                    PIC X(15).
               10  LNK-DOD                      PIC X(10).
               10  LNK-DOB                      PIC X(10).
               10  LNK-ZIP                      PIC X(5).
               10  LNK-MATCH-BASIS              PIC X(20).
               10  LNK-DECISION                 PIC X(1).
               10  LNK-USER-ID                  PIC X(8).
               10  LNK-DECISION-NOTE            PIC X(60).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-MATCH-RESULT             PIC X(1).
               10  LNK-WDRAW-CNT                PIC S9(9) COMP.
               10  LNK-OUT-POLICY-NUMBER        PIC X(10).
               10  LNK-OUT-SSN                  PIC X(9).
               10  LNK-OUT-LNAME                PIC X(20).
               10  LNK-OUT-FNAME                PIC X(15).
               10  LNK-OUT-MNAME                PIC X(15).
               10  LNK-OUT-DOD                  PIC X(10).
               10  LNK-OUT-DOB                  PIC X(10).
               10  LNK-OUT-ZIP                  PIC X(5).
               10  LNK-OUT-MATCH-BASIS          PIC X(20).
               10  LNK-OUT-STATUS               PIC X(1).
               10  LNK-OUT-FIRST-MATCH-DATE     PIC X(10).
               10  LNK-OUT-DECISION-USER        PIC X(8).
               10  LNK-OUT-DECISION-DATE        PIC X(10).
               10  LNK-OUT-DECISION-NOTE        PIC X(60).
               10  LNK-OUT-AGE-DAYS             PIC S9(9) COMP.
               10  LNK-OUT-POLICY-TYPE          PIC X(50).
               10  LNK-OUT-AGENT-CODE           PIC X(10).
               10  LNK-OUT-HOLDER-FNAME         PIC X(35).
               10  LNK-OUT-HOLDER-MNAME         PIC X(1).
               10  LNK-OUT-HOLDER-LNAME         PIC X(35).
               10  LNK-OUT-HOLDER-ZIP           PIC X(10).
               10  LNK-OUT-START-DATE           PIC X(10).
               10  LNK-OUT-EXPIRY-DATE          PIC X(10).
               10  LNK-OUT-COVERAGE-AMOUNT      PIC S9(8)V9(2) COMP-3.

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-POLICY-NUMBER  TO DM-POLICY-NUMBER
           MOVE LNK-SSN            TO DM-SSN
           MOVE LNK-LNAME          TO DM-LNAME
           MOVE LNK-DOB            TO DM-DOB
           MOVE SPACES             TO LNK-MATCH-RESULT
           EVALUATE WS-OPERATION-TYPE
               WHEN 'CANDOPEN'
                   EXEC SQL OPEN CANDIDATE-CURSOR END-EXEC
               WHEN 'CANDFETCH'
                   PERFORM 2000-FETCH-CANDIDATE
               WHEN 'CANDCLOSE'
                   EXEC SQL CLOSE CANDIDATE-CURSOR END-EXEC
               WHEN 'MATCHADD'
                   PERFORM 3000-RECORD-MATCH
               WHEN 'DMFWDRAW'
                   PERFORM 3300-WITHDRAW-DECEDENT
               WHEN 'GETMATCH'
                   PERFORM 5000-GET-MATCH
               WHEN 'DECIDE'
                   PERFORM 5100-RECORD-DECISION
               WHEN 'ACTOPEN'
                   EXEC SQL OPEN ACTION-CURSOR END-EXEC
               WHEN 'ACTFETCH'
                   PERFORM 6000-FETCH-ACTION
               WHEN 'ACTCLOSE'
                   EXEC SQL CLOSE ACTION-CURSOR END-EXEC
               WHEN 'ACTDONE'
                   PERFORM 6100-MARK-ACTIONED
               WHEN 'QUEOPEN'
                   EXEC SQL OPEN QUEUE-CURSOR END-EXEC
               WHEN 'QUEFETCH'
                   PERFORM 7000-FETCH-QUEUE
               WHEN 'QUECLOSE'
                   EXEC SQL CLOSE QUEUE-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'DMFDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

       2000-FETCH-CANDIDATE.
           EXEC SQL
               FETCH CANDIDATE-CURSOR
                   INTO :POLICY-NUMBER, :POLICY-HOLDER-FNAME,
                        :POLICY-HOLDER-MNAME, :POLICY-HOLDER-LNAME,
                        :POLICY-HOLDER-ZIP-CD, :POLICY-TYPE,
                        :POLICY-AGENT-CODE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE POLICY-NUMBER        TO LNK-OUT-POLICY-NUMBER
               MOVE POLICY-HOLDER-FNAME  TO LNK-OUT-HOLDER-FNAME
               MOVE POLICY-HOLDER-MNAME  TO LNK-OUT-HOLDER-MNAME
               MOVE POLICY-HOLDER-LNAME  TO LNK-OUT-HOLDER-LNAME
               MOVE POLICY-HOLDER-ZIP-CD TO LNK-OUT-HOLDER-ZIP
               MOVE POLICY-TYPE          TO LNK-OUT-POLICY-TYPE
               MOVE POLICY-AGENT-CODE    TO LNK-OUT-AGENT-CODE
           END-IF.

      *    ONE ROW PER POLICY AND DECEDENT, ADDED WITH THE STATUS THE
      *    CALLER SCORED ('C' CONFIRMED ON A STRONG MATCH, ELSE 'P').
      *    A MATCH ALREADY ON FILE (-803) JUST HAS ITS LAST-MATCHED
      *    DATE REFRESHED ('E'), UNLESS IT WAS CLOSED ONLY BECAUSE SSA
      *    WITHDREW THE DEATH RECORD AND SSA HAS NOW RE-ISSUED IT -
      *    THAT ROW TAKES THE NEW STATUS AGAIN ('R'). A REVIEWER'S
      *    REJECTION STANDS ('K').
       3000-RECORD-MATCH.
           MOVE LNK-FNAME          TO DM-FNAME
           MOVE LNK-MNAME          TO DM-MNAME
           MOVE LNK-DOD            TO DM-DOD
           MOVE LNK-ZIP            TO DM-ZIP
           MOVE LNK-MATCH-BASIS    TO DM-MATCH-BASIS
           MOVE LNK-DECISION       TO DM-STATUS
           MOVE LNK-USER-ID        TO DM-DECISION-USER
           MOVE LNK-DECISION-NOTE  TO DM-DECISION-NOTE
           EXEC SQL
               INSERT INTO INSURNCE.TDMFMTCH (
                    DM_POLICY_NUMBER, DM_SSN, DM_LNAME, DM_FNAME,
                    DM_MNAME, DM_DOD, DM_DOB, DM_ZIP, DM_MATCH_BASIS,
                    DM_STATUS, DM_FIRST_MATCH_DATE, DM_LAST_MATCH_DATE,
                    DM_DECISION_USER, DM_DECISION_DATE,
                    DM_DECISION_NOTE, DM_ACTION_DATE, DM_ADD_TIMESTAMP
                    ) VALUES (
                    :DM-POLICY-NUMBER, :DM-SSN, :DM-LNAME, :DM-FNAME,
                    :DM-MNAME, :DM-DOD, :DM-DOB, :DM-ZIP,
                    :DM-MATCH-BASIS,
                    :DM-STATUS, CURRENT DATE, CURRENT DATE,
                    :DM-DECISION-USER,
                    CASE WHEN :DM-STATUS = 'C' THEN CURRENT DATE
                         ELSE NULL END,
                    :DM-DECISION-NOTE, NULL, CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE = 0
               MOVE 'N' TO LNK-MATCH-RESULT
           ELSE
               IF SQLCODE = -803
                   PERFORM 3100-REFRESH-MATCH
               END-IF
           END-IF.

       3100-REFRESH-MATCH.
           EXEC SQL
               SELECT DM_STATUS, DM_DECISION_USER
                 INTO :WS-OLD-STATUS, :WS-OLD-DECISION-USER
                 FROM INSURNCE.TDMFMTCH
                WHERE DM_POLICY_NUMBER = :DM-POLICY-NUMBER
                  AND DM_SSN           = :DM-SSN
           END-EXEC
           IF SQLCODE = 0
               IF WS-OLD-STATUS = 'X'
                       AND WS-OLD-DECISION-USER = 'DMFSCRN1'
                   MOVE 'R' TO LNK-MATCH-RESULT
                   EXEC SQL
                       UPDATE INSURNCE.TDMFMTCH
                          SET DM_STATUS          = :DM-STATUS,
                              DM_DOD             = :DM-DOD,
                              DM_ZIP             = :DM-ZIP,
                              DM_MATCH_BASIS     = :DM-MATCH-BASIS,
                              DM_LAST_MATCH_DATE = CURRENT DATE,
                              DM_DECISION_USER   = :DM-DECISION-USER,
                              DM_DECISION_DATE   =
                                  CASE WHEN :DM-STATUS = 'C'
                                       THEN CURRENT DATE
                                       ELSE NULL END,
                              DM_DECISION_NOTE   = :DM-DECISION-NOTE,
                              DM_ACTION_DATE     = NULL
                        WHERE DM_POLICY_NUMBER = :DM-POLICY-NUMBER
                          AND DM_SSN           = :DM-SSN
                   END-EXEC
               ELSE
                   IF WS-OLD-STATUS = 'X'
                       MOVE 'K' TO LNK-MATCH-RESULT
                   ELSE
                       MOVE 'E' TO LNK-MATCH-RESULT
                   END-IF
                   EXEC SQL
                       UPDATE INSURNCE.TDMFMTCH
                          SET DM_LAST_MATCH_DATE = CURRENT DATE
                        WHERE DM_POLICY_NUMBER = :DM-POLICY-NUMBER
                          AND DM_SSN           = :DM-SSN
                   END-EXEC
               END-IF
           END-IF.

      *    SSA DELETES A DEATH RECORD IT REPORTED IN ERROR. A MATCH
      *    STILL PENDING IS CLOSED; A CONFIRMED MATCH GOES BACK ON THE
      *    QUEUE - ITS NOTICES STAY SUPPRESSED UNTIL A REVIEWER
      *    REJECTS IT THROUGH DMFMNT1. THE COUNT OF OPEN MATCHES
      *    AFFECTED COMES BACK FOR THE REPORT.
       3300-WITHDRAW-DECEDENT.
           MOVE 0 TO WS-WDRAW-CNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-WDRAW-CNT
                 FROM INSURNCE.TDMFMTCH
                WHERE DM_SSN = :DM-SSN
                  AND DM_STATUS IN ('P', 'C')
           END-EXEC
           IF SQLCODE = 0 AND WS-WDRAW-CNT > 0
               EXEC SQL
                   UPDATE INSURNCE.TDMFMTCH
                      SET DM_STATUS        = 'X',
                          DM_DECISION_USER = 'DMFSCRN1',
                          DM_DECISION_DATE = CURRENT DATE,
                          DM_DECISION_NOTE =
                              'DEATH RECORD WITHDRAWN BY SSA'
                    WHERE DM_SSN    = :DM-SSN
                      AND DM_STATUS = 'P'
               END-EXEC
               IF SQLCODE = 0 OR 100
                   EXEC SQL
                       UPDATE INSURNCE.TDMFMTCH
                          SET DM_STATUS        = 'P',
                              DM_DECISION_USER = ' ',
                              DM_DECISION_DATE = NULL,
                              DM_DECISION_NOTE =
                          'DEATH RECORD WITHDRAWN BY SSA - RE-REVIEW'
                        WHERE DM_SSN    = :DM-SSN
                          AND DM_STATUS = 'C'
                   END-EXEC
               END-IF
           END-IF
           MOVE WS-WDRAW-CNT TO LNK-WDRAW-CNT.

       5000-GET-MATCH.
           EXEC SQL
               SELECT DM_LNAME, DM_FNAME, DM_MNAME, DM_DOD, DM_DOB,
                      DM_ZIP, DM_MATCH_BASIS, DM_STATUS,
                      DM_FIRST_MATCH_DATE, DM_DECISION_USER,
                      COALESCE(CHAR(DM_DECISION_DATE, ISO), ' '),
                      DM_DECISION_NOTE
                 INTO :DM-LNAME, :DM-FNAME, :DM-MNAME, :DM-DOD,
                      :DM-DOB, :DM-ZIP, :DM-MATCH-BASIS, :DM-STATUS,
                      :DM-FIRST-MATCH-DATE, :DM-DECISION-USER,
                      :WS-DECISION-DATE, :DM-DECISION-NOTE
                 FROM INSURNCE.TDMFMTCH
                WHERE DM_POLICY_NUMBER = :DM-POLICY-NUMBER
                  AND DM_SSN           = :DM-SSN
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE 0 TO WS-AGE-DAYS
               PERFORM 8000-RETURN-MATCH
           END-IF.

      *    A REVIEWER'S DECISION: 'C' CONFIRMED DECEASED OR 'X'
      *    REJECTED. THE ACTION DATE IS CLEARED EITHER WAY SO A
      *    CONFIRMATION IS ACTED ON AFRESH BY THE NEXT DMFACT1. THE
      *    CALLER HAS ALREADY CHECKED THE MOVE IS ALLOWED.
       5100-RECORD-DECISION.
           MOVE LNK-DECISION      TO DM-STATUS
           MOVE LNK-USER-ID       TO DM-DECISION-USER
           MOVE LNK-DECISION-NOTE TO DM-DECISION-NOTE
           EXEC SQL
               UPDATE INSURNCE.TDMFMTCH
                  SET DM_STATUS        = :DM-STATUS,
                      DM_DECISION_USER = :DM-DECISION-USER,
                      DM_DECISION_DATE = CURRENT DATE,
                      DM_DECISION_NOTE = :DM-DECISION-NOTE,
                      DM_ACTION_DATE   = NULL
                WHERE DM_POLICY_NUMBER = :DM-POLICY-NUMBER
                  AND DM_SSN           = :DM-SSN
           END-EXEC.

       6000-FETCH-ACTION.
           EXEC SQL
               FETCH ACTION-CURSOR
                   INTO :DM-POLICY-NUMBER, :DM-SSN, :DM-LNAME,
                        :DM-FNAME, :DM-MNAME, :DM-DOD, :DM-DOB,
                        :DM-MATCH-BASIS, :DM-DECISION-USER,
                        :POLICY-TYPE, :POLICY-AGENT-CODE,
                        :POLICY-HOLDER-FNAME, :POLICY-HOLDER-MNAME,
                        :POLICY-HOLDER-LNAME, :POLICY-START-DATE,
                        :POLICY-EXPIRY-DATE, :POLICY-COVERAGE-AMOUNT
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE SPACES TO DM-ZIP DM-STATUS DM-FIRST-MATCH-DATE
                              WS-DECISION-DATE DM-DECISION-NOTE
               MOVE 0      TO WS-AGE-DAYS
               PERFORM 8000-RETURN-MATCH
               MOVE POLICY-TYPE            TO LNK-OUT-POLICY-TYPE
               MOVE POLICY-AGENT-CODE      TO LNK-OUT-AGENT-CODE
               MOVE POLICY-HOLDER-FNAME    TO LNK-OUT-HOLDER-FNAME
               MOVE POLICY-HOLDER-MNAME    TO LNK-OUT-HOLDER-MNAME
               MOVE POLICY-HOLDER-LNAME    TO LNK-OUT-HOLDER-LNAME
               MOVE POLICY-START-DATE      TO LNK-OUT-START-DATE
               MOVE POLICY-EXPIRY-DATE     TO LNK-OUT-EXPIRY-DATE
               MOVE POLICY-COVERAGE-AMOUNT TO LNK-OUT-COVERAGE-AMOUNT
           END-IF.

       6100-MARK-ACTIONED.
           EXEC SQL
               UPDATE INSURNCE.TDMFMTCH
                  SET DM_ACTION_DATE = CURRENT DATE
                WHERE DM_POLICY_NUMBER = :DM-POLICY-NUMBER
                  AND DM_SSN           = :DM-SSN
                  AND DM_STATUS        = 'C'
           END-EXEC.

       7000-FETCH-QUEUE.
           EXEC SQL
               FETCH QUEUE-CURSOR
                   INTO :DM-POLICY-NUMBER, :DM-SSN, :DM-LNAME,
                        :DM-FNAME, :DM-DOD, :DM-DOB, :DM-ZIP,
                        :DM-MATCH-BASIS, :DM-FIRST-MATCH-DATE,
                        :WS-AGE-DAYS,
                        :POLICY-HOLDER-FNAME, :POLICY-HOLDER-LNAME,
                        :POLICY-HOLDER-ZIP-CD, :POLICY-TYPE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE 'P'    TO DM-STATUS
               MOVE SPACES TO DM-MNAME DM-DECISION-USER
                              WS-DECISION-DATE DM-DECISION-NOTE
               PERFORM 8000-RETURN-MATCH
               MOVE POLICY-HOLDER-FNAME  TO LNK-OUT-HOLDER-FNAME
               MOVE POLICY-HOLDER-LNAME  TO LNK-OUT-HOLDER-LNAME
               MOVE POLICY-HOLDER-ZIP-CD TO LNK-OUT-HOLDER-ZIP
               MOVE POLICY-TYPE          TO LNK-OUT-POLICY-TYPE
           END-IF.

       8000-RETURN-MATCH.
           MOVE DM-POLICY-NUMBER     TO LNK-OUT-POLICY-NUMBER
           MOVE DM-SSN               TO LNK-OUT-SSN
           MOVE DM-LNAME             TO LNK-OUT-LNAME
           MOVE DM-FNAME             TO LNK-OUT-FNAME
           MOVE DM-MNAME             TO LNK-OUT-MNAME
           MOVE DM-DOD               TO LNK-OUT-DOD
           MOVE DM-DOB               TO LNK-OUT-DOB
           MOVE DM-ZIP               TO LNK-OUT-ZIP
           MOVE DM-MATCH-BASIS       TO LNK-OUT-MATCH-BASIS
           MOVE DM-STATUS            TO LNK-OUT-STATUS
           MOVE DM-FIRST-MATCH-DATE  TO LNK-OUT-FIRST-MATCH-DATE
           MOVE DM-DECISION-USER     TO LNK-OUT-DECISION-USER
           MOVE WS-DECISION-DATE     TO LNK-OUT-DECISION-DATE
           MOVE DM-DECISION-NOTE     TO LNK-OUT-DECISION-NOTE
           MOVE WS-AGE-DAYS          TO LNK-OUT-AGE-DAYS.

       END PROGRAM DMFDRVR1.
