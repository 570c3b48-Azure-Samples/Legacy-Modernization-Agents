       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESGDRVR1.
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
           INCLUDE DESIGN
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-PROCESS-DATE                PIC X(10).
       01  WS-MISSING-REASON              PIC X(1).

      *    ACTIVE EMAIL-ONLY POLICIES WITH NO VALID CONSENT ON FILE -
      *    EITHER NONE WAS EVER CAPTURED ('N') OR IT WAS WITHDRAWN
      *    ('W', WITH THE WITHDRAWAL DATE). GROUPED BY AGENT SO EACH
      *    AGENCY CAN CHASE ITS OWN CUSTOMERS FOR CONSENT.
       EXEC SQL
           DECLARE MISSING-CURSOR CURSOR FOR
               SELECT P.POLICY_NUMBER, P.POLICY_HOLDER_FNAME,
                      P.POLICY_HOLDER_LNAME, P.POLICY_HOLDER_EMAIL,
                      P.POLICY_AGENT_CODE, P.POLICY_EXPIRY_DATE,
                      CASE WHEN E.ES_POLICY_NUMBER IS NULL
                           THEN 'N' ELSE 'W' END,
                      COALESCE(CHAR(E.ES_WITHDRAW_DATE, USA), ' ')
                 FROM INSURNCE.TPOLICY P
                      LEFT OUTER JOIN INSURNCE.TESIGN E
                          ON E.ES_POLICY_NUMBER = P.POLICY_NUMBER
                WHERE P.POLICY_STATUS       = 'A'
                  AND P.POLICY_CONTACT_PREF = 'E'
                  AND (E.ES_POLICY_NUMBER IS NULL
                       OR E.ES_WITHDRAW_DATE IS NOT NULL)
                ORDER BY P.POLICY_AGENT_CODE, P.POLICY_NUMBER
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-PROCESS-DATE             PIC X(10).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-CONSENT-DATE             PIC X(10).
               10  LNK-SOURCE                   PIC X(1).
               10  LNK-DISCLOSURE-VER           PIC X(8).
               10  LNK-AUTH-USER                PIC X(8).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-GRANT-RESULT             PIC X(1).
               10  LNK-OUT-CONSENT-DATE         PIC X(10).
               10  LNK-OUT-SOURCE               PIC X(1).
               10  LNK-OUT-DISCLOSURE-VER       PIC X(8).
               10  LNK-OUT-CONTACT-PREF         PIC X(1).
               10  LNK-OUT-POLICY-NUMBER        PIC X(10).
               10  LNK-OUT-HOLDER-FNAME         PIC X(35).
               10  LNK-OUT-HOLDER-LNAME         PIC X(35).
               10  LNK-OUT-HOLDER-EMAIL         PIC X(30).
               10  LNK-OUT-AGENT-CODE           PIC X(10).
               10  LNK-OUT-EXPIRY-DATE          PIC X(10).
               10  LNK-OUT-MISSING-REASON       PIC X(1).
               10  LNK-OUT-WITHDRAW-DATE        PIC X(10).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-PROCESS-DATE   TO WS-PROCESS-DATE
           MOVE LNK-POLICY-NUMBER  TO ES-POLICY-NUMBER
           MOVE SPACES             TO LNK-GRANT-RESULT
           EVALUATE WS-OPERATION-TYPE
               WHEN 'CHECK'
                   PERFORM 2000-CHECK-CONSENT
               WHEN 'GRANT'
                   PERFORM 3000-GRANT-CONSENT
               WHEN 'WITHDRAW'
                   PERFORM 3100-WITHDRAW-CONSENT
               WHEN 'MISSOPEN'
                   EXEC SQL OPEN MISSING-CURSOR END-EXEC
               WHEN 'MISSFETCH'
                   PERFORM 4000-FETCH-MISSING
               WHEN 'MISSCLOSE'
                   EXEC SQL CLOSE MISSING-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'ESGDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

      *    SQLCODE 0 = VALID CONSENT ON FILE AS OF THE PROCESS DATE
      *    (CONSENT DATE, SOURCE AND DISCLOSURE VERSION COME BACK),
      *    100 = NO CONSENT, OR CONSENT SINCE WITHDRAWN.
       2000-CHECK-CONSENT.
           EXEC SQL
               SELECT ES_CONSENT_DATE, ES_SOURCE, ES_DISCLOSURE_VER
               INTO :ES-CONSENT-DATE, :ES-SOURCE, :ES-DISCLOSURE-VER
               FROM INSURNCE.TESIGN
               WHERE ES_POLICY_NUMBER  = :ES-POLICY-NUMBER
                 AND ES_CONSENT_DATE  <= :WS-PROCESS-DATE
                 AND ES_WITHDRAW_DATE IS NULL
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE ES-CONSENT-DATE   TO LNK-OUT-CONSENT-DATE
               MOVE ES-SOURCE         TO LNK-OUT-SOURCE
               MOVE ES-DISCLOSURE-VER TO LNK-OUT-DISCLOSURE-VER
           END-IF.

      *    THE POLICY MUST EXIST (100 IF NOT); ITS CONTACT PREFERENCE
      *    COMES BACK FOR THE CALLER'S REPORT. A POLICY WITH NO ROW
      *    GETS ONE ('N'); A ROW ALREADY ON FILE (-803) IS REPLACED BY
      *    THE NEW CONSENT AND ANY WITHDRAWAL CLEARED ('R').
       3000-GRANT-CONSENT.
           MOVE LNK-POLICY-NUMBER TO POLICY-NUMBER
           EXEC SQL
               SELECT POLICY_CONTACT_PREF
               INTO :POLICY-CONTACT-PREF
               FROM INSURNCE.TPOLICY
               WHERE POLICY_NUMBER = :POLICY-NUMBER
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE POLICY-CONTACT-PREF TO LNK-OUT-CONTACT-PREF
               MOVE LNK-CONSENT-DATE    TO ES-CONSENT-DATE
               MOVE LNK-SOURCE          TO ES-SOURCE
               MOVE LNK-DISCLOSURE-VER  TO ES-DISCLOSURE-VER
               MOVE LNK-AUTH-USER       TO ES-AUTH-USER
               EXEC SQL
                   INSERT INTO INSURNCE.TESIGN (
                        ES_POLICY_NUMBER, ES_CONSENT_DATE,
                        ES_SOURCE, ES_DISCLOSURE_VER,
                        ES_WITHDRAW_DATE, ES_AUTH_USER,
                        ES_ADD_TIMESTAMP
                        ) VALUES (
                        :ES-POLICY-NUMBER, :ES-CONSENT-DATE,
                        :ES-SOURCE, :ES-DISCLOSURE-VER,
                        NULL, :ES-AUTH-USER,
                        CURRENT TIMESTAMP )
               END-EXEC
               IF SQLCODE EQUAL TO 0
                   MOVE 'N' TO LNK-GRANT-RESULT
               ELSE
                   IF SQLCODE EQUAL TO -803
                       EXEC SQL
                           UPDATE INSURNCE.TESIGN
                              SET ES_CONSENT_DATE   = :ES-CONSENT-DATE,
                                  ES_SOURCE         = :ES-SOURCE,
                                  ES_DISCLOSURE_VER =
                                                   :ES-DISCLOSURE-VER,
                                  ES_WITHDRAW_DATE  = NULL,
                                  ES_AUTH_USER      = :ES-AUTH-USER,
                                  ES_ADD_TIMESTAMP  = CURRENT TIMESTAMP
                            WHERE ES_POLICY_NUMBER  = :ES-POLICY-NUMBER
                       END-EXEC
                       IF SQLCODE EQUAL TO 0
                           MOVE 'R' TO LNK-GRANT-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    STAMPS THE WITHDRAWAL DATE ON A VALID CONSENT; 100 WHEN THE
      *    POLICY HAS NO CONSENT LEFT TO WITHDRAW. THE ROW IS KEPT AS
      *    EVIDENCE OF WHAT WAS IN FORCE BEFORE.
       3100-WITHDRAW-CONSENT.
           MOVE LNK-CONSENT-DATE TO ES-WITHDRAW-DATE
           MOVE LNK-AUTH-USER    TO ES-AUTH-USER
           EXEC SQL
               UPDATE INSURNCE.TESIGN
                  SET ES_WITHDRAW_DATE = :ES-WITHDRAW-DATE,
                      ES_AUTH_USER     = :ES-AUTH-USER
                WHERE ES_POLICY_NUMBER = :ES-POLICY-NUMBER
                  AND ES_WITHDRAW_DATE IS NULL
           END-EXEC.

       4000-FETCH-MISSING.
           EXEC SQL
               FETCH MISSING-CURSOR
                   INTO :POLICY-NUMBER, :POLICY-HOLDER-FNAME,
                        :POLICY-HOLDER-LNAME, :POLICY-HOLDER-EMAIL,
                        :POLICY-AGENT-CODE, :POLICY-EXPIRY-DATE,
                        :WS-MISSING-REASON, :ES-WITHDRAW-DATE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE POLICY-NUMBER        TO LNK-OUT-POLICY-NUMBER
               MOVE POLICY-HOLDER-FNAME  TO LNK-OUT-HOLDER-FNAME
               MOVE POLICY-HOLDER-LNAME  TO LNK-OUT-HOLDER-LNAME
               MOVE POLICY-HOLDER-EMAIL  TO LNK-OUT-HOLDER-EMAIL
               MOVE POLICY-AGENT-CODE    TO LNK-OUT-AGENT-CODE
               MOVE POLICY-EXPIRY-DATE   TO LNK-OUT-EXPIRY-DATE
               MOVE WS-MISSING-REASON    TO LNK-OUT-MISSING-REASON
               MOVE ES-WITHDRAW-DATE     TO LNK-OUT-WITHDRAW-DATE
           END-IF.

       END PROGRAM ESGDRVR1.
