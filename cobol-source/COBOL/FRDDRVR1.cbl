       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDDRVR1.
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
           INCLUDE DFRDEVNT
       END-EXEC.

       EXEC SQL
           INCLUDE DFRDALRT
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-PROCESS-DATE                PIC X(10).
       01  WS-WINDOW-DAYS                 PIC S9(4) COMP.
       01  WS-OLD-STATUS                  PIC X(1).
       01  WS-DECISION-DATE               PIC X(10).
       01  WS-EVENT-AMOUNT                PIC S9(5)V9(2) COMP-3.
       01  WS-REFUND-PENDING              PIC S9(7)V9(2) COMP-3.

      *    EVERY EVENT OF THE LAST WINDOW-DAYS, BY POLICY AND DATE -
      *    THE LOGGED CONTACT AND BANK-ACCOUNT CHANGES, PLUS EACH
      *    CANCELLATION CAPTURED BY CANCAP1 ('REFUND' WHEN A REFUND IS
      *    OWED, 'CANCEL' WHEN NOT), DATED THE DAY IT WAS CAPTURED.
      *    DATES COME BACK YYYY-MM-DD SO THE CALLER CAN COMPARE THEM.
       EXEC SQL
           DECLARE EVENT-CURSOR CURSOR FOR
               SELECT FE_POLICY_NUMBER,
                      CHAR(FE_EVENT_DATE, ISO),
                      FE_EVENT_TYPE, FE_PROGRAM, FE_USER_ID,
                      DEC(0, 7, 2)
                 FROM INSURNCE.TFRDEVNT
                WHERE FE_EVENT_DATE >=
                      DATE(:WS-PROCESS-DATE) - :WS-WINDOW-DAYS DAYS
               UNION ALL
               SELECT CN_POLICY_NUMBER,
                      CHAR(DATE(CN_ADD_TIMESTAMP), ISO),
                      CASE WHEN CN_REFUND_AMOUNT > 0
                           THEN 'REFUND' ELSE 'CANCEL' END,
                      'CANCAP1', SUBSTR(CN_REASON, 1, 8),
                      CN_REFUND_AMOUNT
                 FROM INSURNCE.TCANCEL
                WHERE DATE(CN_ADD_TIMESTAMP) >=
                      DATE(:WS-PROCESS-DATE) - :WS-WINDOW-DAYS DAYS
                ORDER BY 1, 2
       END-EXEC.

      *    THE SIU ALERT LIST - EVERY OPEN ALERT, HIGHEST SCORE FIRST,
      *    WITH THE HOLDER, THE AGENT AND THE REFUND BEING HELD.
       EXEC SQL
           DECLARE ALERT-CURSOR CURSOR FOR
               SELECT A.FA_POLICY_NUMBER, A.FA_SCORE, A.FA_PATTERN,
                      A.FA_FIRST_ALERT_DATE, A.FA_LAST_EVENT_DATE,
                      P.POLICY_HOLDER_FNAME, P.POLICY_HOLDER_LNAME,
                      P.POLICY_AGENT_CODE,
                      (SELECT COALESCE(SUM(C.CN_REFUND_AMOUNT), 0)
                         FROM INSURNCE.TCANCEL C
                        WHERE C.CN_POLICY_NUMBER = A.FA_POLICY_NUMBER
                          AND C.CN_REFUND_AMOUNT > 0
                          AND C.CN_REFUND_PAID_FLAG <> 'Y')
                 FROM INSURNCE.TFRDALRT A
                      INNER JOIN INSURNCE.TPOLICY P
                          ON P.POLICY_NUMBER = A.FA_POLICY_NUMBER
                WHERE A.FA_STATUS = 'O'
                ORDER BY A.FA_SCORE DESC, A.FA_POLICY_NUMBER
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-PROCESS-DATE             PIC X(10).
               10  LNK-WINDOW-DAYS              PIC S9(4) COMP.
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-EVENT-TYPE               PIC X(8).
               10  LNK-PROGRAM                  PIC X(8).
               10  LNK-USER-ID                  PIC X(8).
               10  LNK-SCORE                    PIC S9(4) COMP.
               10  LNK-PATTERN                  PIC X(40).
               10  LNK-LAST-EVENT-DATE          PIC X(10).
               10  LNK-DECISION                 PIC X(1).
               10  LNK-DECISION-NOTE            PIC X(60).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-ALERT-RESULT             PIC X(1).
               10  LNK-OUT-POLICY-NUMBER        PIC X(10).
               10  LNK-OUT-EVENT-DATE           PIC X(10).
               10  LNK-OUT-EVENT-TYPE           PIC X(8).
               10  LNK-OUT-PROGRAM              PIC X(8).
               10  LNK-OUT-USER-ID              PIC X(8).
               10  LNK-OUT-EVENT-AMOUNT         PIC S9(5)V9(2) COMP-3.
               10  LNK-OUT-SCORE                PIC S9(4) COMP.
               10  LNK-OUT-PATTERN              PIC X(40).
               10  LNK-OUT-STATUS               PIC X(1).
               10  LNK-OUT-FIRST-ALERT-DATE     PIC X(10).
               10  LNK-OUT-LAST-ALERT-DATE      PIC X(10).
               10  LNK-OUT-LAST-EVENT-DATE      PIC X(10).
               10  LNK-OUT-DECISION-USER        PIC X(8).
               10  LNK-OUT-DECISION-DATE        PIC X(10).
               10  LNK-OUT-DECISION-NOTE        PIC X(60).
               10  LNK-OUT-HOLDER-FNAME         PIC X(35).
               10  LNK-OUT-HOLDER-LNAME         PIC X(35).
               10  LNK-OUT-AGENT-CODE           PIC X(10).
               10  LNK-OUT-REFUND-PENDING       PIC S9(7)V9(2) COMP-3.
      *    THE APPROVING OPERATOR OF A DUAL-CONTROL CHANGE - APPENDED
      *    AFTER THE EXISTING AREAS SO EVERY ESTABLISHED CALLER'S
      *    OFFSETS ARE UNCHANGED. ONLY 'LOGDUAL' REFERENCES IT, SO
      *    CALLERS WITH THE SHORTER AREA ARE UNAFFECTED.
           05 LNK-APPROVAL-AREA.
               10  LNK-APPROVER-USER            PIC X(8).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-PROCESS-DATE   TO WS-PROCESS-DATE
           MOVE LNK-WINDOW-DAYS    TO WS-WINDOW-DAYS
           MOVE LNK-POLICY-NUMBER  TO FE-POLICY-NUMBER
                                      FA-POLICY-NUMBER
           MOVE SPACES             TO LNK-ALERT-RESULT
           EVALUATE WS-OPERATION-TYPE
               WHEN 'LOGEVENT'
                   PERFORM 2000-LOG-EVENT
               WHEN 'LOGDUAL'
                   PERFORM 2000-LOG-EVENT
               WHEN 'SCANOPEN'
                   EXEC SQL OPEN EVENT-CURSOR END-EXEC
               WHEN 'SCANFETCH'
                   PERFORM 3000-FETCH-EVENT
               WHEN 'SCANCLOSE'
                   EXEC SQL CLOSE EVENT-CURSOR END-EXEC
               WHEN 'ALERTADD'
                   PERFORM 4000-RECORD-ALERT
               WHEN 'HOLDCHK'
                   PERFORM 5000-CHECK-HOLD
               WHEN 'GETALERT'
                   PERFORM 5100-GET-ALERT
               WHEN 'DECIDE'
                   PERFORM 5200-RECORD-DECISION
               WHEN 'LISTOPEN'
                   EXEC SQL OPEN ALERT-CURSOR END-EXEC
               WHEN 'LISTFETCH'
                   PERFORM 6000-FETCH-ALERT
               WHEN 'LISTCLOSE'
                   EXEC SQL CLOSE ALERT-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'FRDDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

      *    ONE CONTACT OR BANK-ACCOUNT CHANGE, DATED THE PROCESS DATE.
      *    'LOGDUAL' IS THE SAME EVENT FOR A CHANGE APPLIED UNDER DUAL
      *    CONTROL, CARRYING THE APPROVING OPERATOR AS WELL.
       2000-LOG-EVENT.
           MOVE LNK-PROCESS-DATE   TO FE-EVENT-DATE
           MOVE LNK-EVENT-TYPE     TO FE-EVENT-TYPE
           MOVE LNK-PROGRAM        TO FE-PROGRAM
           MOVE LNK-USER-ID        TO FE-USER-ID
           IF WS-OPERATION-TYPE = 'LOGDUAL'
               MOVE LNK-APPROVER-USER TO FE-APPROVER-USER
           ELSE
               MOVE SPACES            TO FE-APPROVER-USER
           END-IF
           EXEC SQL
               INSERT INTO INSURNCE.TFRDEVNT (
                    FE_POLICY_NUMBER, FE_EVENT_DATE, FE_EVENT_TYPE,
                    FE_PROGRAM, FE_USER_ID, FE_ADD_TIMESTAMP,
                    FE_APPROVER_USER
                    ) VALUES (
                    :FE-POLICY-NUMBER, :FE-EVENT-DATE, :FE-EVENT-TYPE,
                    :FE-PROGRAM, :FE-USER-ID, CURRENT TIMESTAMP,
                    :FE-APPROVER-USER )
           END-EXEC.

       3000-FETCH-EVENT.
           EXEC SQL
               FETCH EVENT-CURSOR
                   INTO :FE-POLICY-NUMBER, :FE-EVENT-DATE,
                        :FE-EVENT-TYPE, :FE-PROGRAM, :FE-USER-ID,
                        :WS-EVENT-AMOUNT
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE FE-POLICY-NUMBER   TO LNK-OUT-POLICY-NUMBER
               MOVE FE-EVENT-DATE      TO LNK-OUT-EVENT-DATE
               MOVE FE-EVENT-TYPE      TO LNK-OUT-EVENT-TYPE
               MOVE FE-PROGRAM         TO LNK-OUT-PROGRAM
               MOVE FE-USER-ID         TO LNK-OUT-USER-ID
               MOVE WS-EVENT-AMOUNT    TO LNK-OUT-EVENT-AMOUNT
           END-IF.

      *    A POLICY NOT ALERTED BEFORE IS ADDED OPEN ('N'). ONE ALREADY
      *    ON FILE (-803) DEPENDS ON WHERE ITS INVESTIGATION STANDS:
      *      OPEN      - SCORE AND PATTERN REFRESHED ('O')
      *      CONFIRMED - LEFT CONFIRMED, DATES REFRESHED ('F')
      *      CLEARED   - REOPENED ('R') ONLY IF AN EVENT WAS LOGGED
      *                  AFTER THE CLEARANCE; OTHERWISE THE SIU HAS
      *                  SEEN THESE EVENTS ALREADY AND IT STAYS
      *                  CLEARED ('S').
      *    THE LAST EVENT DATE COMES IN YYYY-MM-DD.
       4000-RECORD-ALERT.
           MOVE LNK-SCORE           TO FA-SCORE
           MOVE LNK-PATTERN         TO FA-PATTERN
           MOVE LNK-LAST-EVENT-DATE TO FA-LAST-EVENT-DATE
           EXEC SQL
               INSERT INTO INSURNCE.TFRDALRT (
                    FA_POLICY_NUMBER, FA_SCORE, FA_PATTERN, FA_STATUS,
                    FA_FIRST_ALERT_DATE, FA_LAST_ALERT_DATE,
                    FA_LAST_EVENT_DATE, FA_DECISION_USER,
                    FA_DECISION_DATE, FA_DECISION_NOTE,
                    FA_ADD_TIMESTAMP
                    ) VALUES (
                    :FA-POLICY-NUMBER, :FA-SCORE, :FA-PATTERN, 'O',
                    CURRENT DATE, CURRENT DATE,
                    :FA-LAST-EVENT-DATE, ' ',
                    NULL, ' ',
                    CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE = 0
               MOVE 'N' TO LNK-ALERT-RESULT
           ELSE
               IF SQLCODE = -803
                   PERFORM 4100-REFRESH-ALERT
               END-IF
           END-IF.

       4100-REFRESH-ALERT.
           EXEC SQL
               SELECT FA_STATUS,
                      COALESCE(CHAR(FA_DECISION_DATE, ISO), ' ')
                 INTO :WS-OLD-STATUS, :WS-DECISION-DATE
                 FROM INSURNCE.TFRDALRT
                WHERE FA_POLICY_NUMBER = :FA-POLICY-NUMBER
           END-EXEC
           IF SQLCODE = 0
               EVALUATE TRUE
                   WHEN WS-OLD-STATUS = 'O'
                       MOVE 'O' TO LNK-ALERT-RESULT
                       EXEC SQL
                           UPDATE INSURNCE.TFRDALRT
                              SET FA_SCORE           = :FA-SCORE,
                                  FA_PATTERN         = :FA-PATTERN,
                                  FA_LAST_ALERT_DATE = CURRENT DATE,
                                  FA_LAST_EVENT_DATE =
                                                  :FA-LAST-EVENT-DATE
                            WHERE FA_POLICY_NUMBER = :FA-POLICY-NUMBER
                       END-EXEC
                   WHEN WS-OLD-STATUS = 'F'
                       MOVE 'F' TO LNK-ALERT-RESULT
                       EXEC SQL
                           UPDATE INSURNCE.TFRDALRT
                              SET FA_LAST_ALERT_DATE = CURRENT DATE,
                                  FA_LAST_EVENT_DATE =
                                                  :FA-LAST-EVENT-DATE
                            WHERE FA_POLICY_NUMBER = :FA-POLICY-NUMBER
                       END-EXEC
                   WHEN LNK-LAST-EVENT-DATE > WS-DECISION-DATE
                       MOVE 'R' TO LNK-ALERT-RESULT
                       EXEC SQL
                           UPDATE INSURNCE.TFRDALRT
                              SET FA_STATUS           = 'O',
                                  FA_SCORE            = :FA-SCORE,
                                  FA_PATTERN          = :FA-PATTERN,
                                  FA_FIRST_ALERT_DATE = CURRENT DATE,
                                  FA_LAST_ALERT_DATE  = CURRENT DATE,
                                  FA_LAST_EVENT_DATE  =
                                                  :FA-LAST-EVENT-DATE,
                                  FA_DECISION_USER    = ' ',
                                  FA_DECISION_DATE    = NULL,
                                  FA_DECISION_NOTE    = ' '
                            WHERE FA_POLICY_NUMBER = :FA-POLICY-NUMBER
                       END-EXEC
                   WHEN OTHER
                       MOVE 'S' TO LNK-ALERT-RESULT
               END-EVALUATE
           END-IF.

      *    SQLCODE 0 = THE POLICY HAS AN ALERT OPEN OR CONFIRMED AND
      *    NOTHING MAY BE PAID TO IT (THE STATUS COMES BACK); 100 =
      *    NO ALERT, OR THE SIU HAS CLEARED IT.
       5000-CHECK-HOLD.
           EXEC SQL
               SELECT FA_STATUS, FA_SCORE
                 INTO :FA-STATUS, :FA-SCORE
                 FROM INSURNCE.TFRDALRT
                WHERE FA_POLICY_NUMBER = :FA-POLICY-NUMBER
                  AND FA_STATUS IN ('O', 'F')
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE FA-STATUS          TO LNK-OUT-STATUS
               MOVE FA-SCORE           TO LNK-OUT-SCORE
           END-IF.

       5100-GET-ALERT.
           EXEC SQL
               SELECT FA_SCORE, FA_PATTERN, FA_STATUS,
                      FA_FIRST_ALERT_DATE, FA_LAST_ALERT_DATE,
                      FA_LAST_EVENT_DATE, FA_DECISION_USER,
                      COALESCE(CHAR(FA_DECISION_DATE, USA), ' '),
                      FA_DECISION_NOTE
                 INTO :FA-SCORE, :FA-PATTERN, :FA-STATUS,
                      :FA-FIRST-ALERT-DATE, :FA-LAST-ALERT-DATE,
                      :FA-LAST-EVENT-DATE, :FA-DECISION-USER,
                      :WS-DECISION-DATE, :FA-DECISION-NOTE
                 FROM INSURNCE.TFRDALRT
                WHERE FA_POLICY_NUMBER = :FA-POLICY-NUMBER
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE FA-POLICY-NUMBER    TO LNK-OUT-POLICY-NUMBER
               MOVE FA-SCORE            TO LNK-OUT-SCORE
               MOVE FA-PATTERN          TO LNK-OUT-PATTERN
               MOVE FA-STATUS           TO LNK-OUT-STATUS
               MOVE FA-FIRST-ALERT-DATE TO LNK-OUT-FIRST-ALERT-DATE
               MOVE FA-LAST-ALERT-DATE  TO LNK-OUT-LAST-ALERT-DATE
               MOVE FA-LAST-EVENT-DATE  TO LNK-OUT-LAST-EVENT-DATE
               MOVE FA-DECISION-USER    TO LNK-OUT-DECISION-USER
               MOVE WS-DECISION-DATE    TO LNK-OUT-DECISION-DATE
               MOVE FA-DECISION-NOTE    TO LNK-OUT-DECISION-NOTE
           END-IF.

      *    THE SIU'S DECISION: 'C' CLEARED (THE HELD REFUND IS PAID ON
      *    THE NEXT DISBURSEMENT RUN) OR 'F' CONFIRMED FRAUD (IT STAYS
      *    HELD). THE CALLER HAS ALREADY CHECKED THE MOVE IS ALLOWED.
       5200-RECORD-DECISION.
           MOVE LNK-DECISION      TO FA-STATUS
           MOVE LNK-USER-ID       TO FA-DECISION-USER
           MOVE LNK-DECISION-NOTE TO FA-DECISION-NOTE
           EXEC SQL
               UPDATE INSURNCE.TFRDALRT
                  SET FA_STATUS        = :FA-STATUS,
                      FA_DECISION_USER = :FA-DECISION-USER,
                      FA_DECISION_DATE = CURRENT DATE,
                      FA_DECISION_NOTE = :FA-DECISION-NOTE
                WHERE FA_POLICY_NUMBER = :FA-POLICY-NUMBER
           END-EXEC.

       6000-FETCH-ALERT.
           EXEC SQL
               FETCH ALERT-CURSOR
                   INTO :FA-POLICY-NUMBER, :FA-SCORE, :FA-PATTERN,
                        :FA-FIRST-ALERT-DATE, :FA-LAST-EVENT-DATE,
                        :POLICY-HOLDER-FNAME, :POLICY-HOLDER-LNAME,
                        :POLICY-AGENT-CODE, :WS-REFUND-PENDING
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE FA-POLICY-NUMBER    TO LNK-OUT-POLICY-NUMBER
               MOVE FA-SCORE            TO LNK-OUT-SCORE
               MOVE FA-PATTERN          TO LNK-OUT-PATTERN
               MOVE 'O'                 TO LNK-OUT-STATUS
               MOVE FA-FIRST-ALERT-DATE TO LNK-OUT-FIRST-ALERT-DATE
               MOVE FA-LAST-EVENT-DATE  TO LNK-OUT-LAST-EVENT-DATE
               MOVE POLICY-HOLDER-FNAME TO LNK-OUT-HOLDER-FNAME
               MOVE POLICY-HOLDER-LNAME TO LNK-OUT-HOLDER-LNAME
               MOVE POLICY-AGENT-CODE   TO LNK-OUT-AGENT-CODE
               MOVE WS-REFUND-PENDING   TO LNK-OUT-REFUND-PENDING
           END-IF.

       END PROGRAM FRDDRVR1.
