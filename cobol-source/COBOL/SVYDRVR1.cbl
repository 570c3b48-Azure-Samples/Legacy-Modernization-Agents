       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVYDRVR1.
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
           INCLUDE DSURVEY
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-PROCESS-DATE                PIC X(10).
       01  WS-WINDOW-DAYS                 PIC S9(4) COMP.
       01  WS-LIMIT-DAYS                  PIC S9(4) COMP.
       01  WS-QTR-START-DATE              PIC X(10).
       01  WS-QTR-END-DATE                PIC X(10).
       01  WS-ROW-CNT                     PIC S9(9) COMP.
       01  WS-DNC-FLAG                    PIC X(1).
       01  WS-SENT-CNT                    PIC S9(9) COMP.
       01  WS-RESPONSE-CNT                PIC S9(9) COMP.
       01  WS-SCORE-TOTAL                 PIC S9(9) COMP.
       01  WS-PROMOTER-CNT                PIC S9(9) COMP.
       01  WS-DETRACTOR-CNT               PIC S9(9) COMP.

      *    RENEWALS, LAPSES AND CANCELLATIONS DATED IN THE LAST
      *    WINDOW-DAYS THAT HAVE NOT YET BEEN CONSIDERED FOR A SURVEY,
      *    WITH THE HOLDER'S CONTACT DETAILS, THE TCUSTMST CUSTOMER
      *    (0 WHEN CUSTMST1 HAS NOT MATCHED THE POLICY YET) AND 'Y'
      *    WHEN THE POLICY IS ON THE DO-NOT-CONTACT LIST.
       EXEC SQL
           DECLARE EVENT-CURSOR CURSOR FOR
               SELECT E.POLICY_NUMBER, E.EVENT_TYPE,
                      CHAR(E.EVENT_DATE, USA),
                      COALESCE(C.CM_CUSTOMER_ID, 0),
                      P.POLICY_AGENT_CODE, P.POLICY_TYPE,
                      P.POLICY_HOLDER_FNAME, P.POLICY_HOLDER_LNAME,
                      P.POLICY_HOLDER_ADDR_1, P.POLICY_HOLDER_ADDR_2,
                      P.POLICY_HOLDER_CITY, P.POLICY_HOLDER_STATE,
                      P.POLICY_HOLDER_ZIP_CD, P.POLICY_HOLDER_EMAIL,
                      P.POLICY_CONTACT_PREF, P.POLICY_PREF_LANGUAGE,
                      CASE WHEN EXISTS
                                (SELECT 1 FROM INSURNCE.TSUPPRES S
                                  WHERE S.SUP_POLICY_NUMBER =
                                                    E.POLICY_NUMBER
                                    AND S.SUP_EFF_DATE <=
                                           DATE(:WS-PROCESS-DATE))
                           THEN 'Y' ELSE 'N' END
                 FROM (SELECT RN_POLICY_NUMBER, 'R', RN_RENEWAL_DATE
                         FROM INSURNCE.TRENEWAL
                       UNION ALL
                       SELECT PT_POLICY_NUMBER, 'L', PT_OUTCOME_DATE
                         FROM INSURNCE.TPOLTERM
                        WHERE PT_OUTCOME = 'L'
                       UNION ALL
                       SELECT CN_POLICY_NUMBER, 'C', CN_CANCEL_DATE
                         FROM INSURNCE.TCANCEL)
                      AS E (POLICY_NUMBER, EVENT_TYPE, EVENT_DATE)
                 JOIN INSURNCE.TPOLICY P
                   ON P.POLICY_NUMBER = E.POLICY_NUMBER
                 LEFT OUTER JOIN INSURNCE.TCUSTMST C
                   ON C.CM_POLICY_NUMBER = E.POLICY_NUMBER
                WHERE E.EVENT_DATE <= DATE(:WS-PROCESS-DATE)
                  AND E.EVENT_DATE >
                      DATE(:WS-PROCESS-DATE) - :WS-WINDOW-DAYS DAYS
                  AND NOT EXISTS
                        (SELECT 1 FROM INSURNCE.TSURVEY V
                          WHERE V.SV_POLICY_NUMBER = E.POLICY_NUMBER
                            AND V.SV_EVENT_TYPE    = E.EVENT_TYPE
                            AND V.SV_EVENT_DATE    = E.EVENT_DATE)
                ORDER BY E.EVENT_DATE, E.POLICY_NUMBER, E.EVENT_TYPE
       END-EXEC.

      *    SURVEYS SENT IN THE REVIEW PERIOD BY AGENT, HOLDER STATE
      *    AND EVENT TYPE: HOW MANY WENT OUT, HOW MANY CAME BACK, THE
      *    TOTAL OF THE SCORES RETURNED, AND THE PROMOTERS (9-10) AND
      *    DETRACTORS (0-6) AMONG THEM.
       EXEC SQL
           DECLARE RESULT-CURSOR CURSOR FOR
               SELECT SV_AGENT_CODE, SV_STATE, SV_EVENT_TYPE,
                      COUNT(*),
                      SUM(CASE WHEN SV_STATUS = 'R' THEN 1 ELSE 0 END),
                      COALESCE(SUM(CASE WHEN SV_STATUS = 'R'
                                        THEN SV_SCORE ELSE 0 END), 0),
                      SUM(CASE WHEN SV_STATUS = 'R'
                                AND SV_SCORE >= 9
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN SV_STATUS = 'R'
                                AND SV_SCORE <= 6
                               THEN 1 ELSE 0 END)
                 FROM INSURNCE.TSURVEY
                WHERE SV_STATUS IN ('S', 'R')
                  AND SV_SELECT_DATE >= DATE(:WS-QTR-START-DATE)
                  AND SV_SELECT_DATE <= DATE(:WS-QTR-END-DATE)
                GROUP BY SV_AGENT_CODE, SV_STATE, SV_EVENT_TYPE
                ORDER BY SV_AGENT_CODE, SV_STATE, SV_EVENT_TYPE
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-PROCESS-DATE             PIC X(10).
               10  LNK-WINDOW-DAYS              PIC S9(4) COMP.
               10  LNK-LIMIT-DAYS               PIC S9(4) COMP.
               10  LNK-QTR-START-DATE           PIC X(10).
               10  LNK-QTR-END-DATE             PIC X(10).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-EVENT-TYPE               PIC X(1).
               10  LNK-EVENT-DATE               PIC X(10).
               10  LNK-CUSTOMER-ID              PIC S9(9) COMP.
               10  LNK-AGENT-CODE               PIC X(10).
               10  LNK-STATE                    PIC X(2).
               10  LNK-SURVEY-STATUS            PIC X(1).
               10  LNK-CHANNEL                  PIC X(1).
               10  LNK-SCORE                    PIC S9(9) COMP.
               10  LNK-COMMENT                  PIC X(200).
               10  LNK-RESPONSE-DATE            PIC X(10).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-RESPONSE-RESULT          PIC X(1).
               10  LNK-ROW-CNT                  PIC S9(9) COMP.
               10  LNK-OUT-POLICY-NUMBER        PIC X(10).
               10  LNK-OUT-EVENT-TYPE           PIC X(1).
               10  LNK-OUT-EVENT-DATE           PIC X(10).
               10  LNK-OUT-CUSTOMER-ID          PIC S9(9) COMP.
               10  LNK-OUT-AGENT-CODE           PIC X(10).
               10  LNK-OUT-POLICY-TYPE          PIC X(50).
               10  LNK-OUT-HOLDER-FNAME         PIC X(35).
               10  LNK-OUT-HOLDER-LNAME         PIC X(35).
               10  LNK-OUT-HOLDER-ADDR-1        PIC X(100).
               10  LNK-OUT-HOLDER-ADDR-2        PIC X(100).
               10  LNK-OUT-HOLDER-CITY          PIC X(30).
               10  LNK-OUT-HOLDER-STATE         PIC X(2).
               10  LNK-OUT-HOLDER-ZIP-CD        PIC X(10).
               10  LNK-OUT-HOLDER-EMAIL         PIC X(30).
               10  LNK-OUT-CONTACT-PREF         PIC X(1).
               10  LNK-OUT-PREF-LANGUAGE        PIC X(2).
               10  LNK-OUT-DNC-FLAG             PIC X(1).
               10  LNK-OUT-SENT-CNT             PIC S9(9) COMP.
               10  LNK-OUT-RESPONSE-CNT         PIC S9(9) COMP.
               10  LNK-OUT-SCORE-TOTAL          PIC S9(9) COMP.
               10  LNK-OUT-PROMOTER-CNT         PIC S9(9) COMP.
               10  LNK-OUT-DETRACTOR-CNT        PIC S9(9) COMP.

      *    OPERATIONS:
      *      EVTOPEN/EVTFETCH/EVTCLOSE - EVENTS AWAITING A SURVEY
      *                DECISION (WINDOW-DAYS BACK FROM PROCESS-DATE)
      *      FREQCHK - SURVEYS SENT TO THE CUSTOMER (OR, UNMATCHED,
      *                THE POLICY) IN THE LAST LIMIT-DAYS, IN ROW-CNT
      *      RECORD  - RECORDS THE DECISION ON AN EVENT (SURVEY-STATUS
      *                AND CHANNEL) AS AT PROCESS-DATE
      *      RESPOND - LOADS A VENDOR RESULT (SCORE, COMMENT, RESPONSE
      *                DATE) AGAINST THE SENT SURVEY - SEE 3100
      *      RSLTOPEN/RSLTFETCH/RSLTCLOSE - SURVEYS SENT BETWEEN
      *                QTR-START-DATE AND QTR-END-DATE, SUMMARISED
       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-PROCESS-DATE   TO WS-PROCESS-DATE
           MOVE LNK-WINDOW-DAYS    TO WS-WINDOW-DAYS
           MOVE LNK-LIMIT-DAYS     TO WS-LIMIT-DAYS
           MOVE LNK-QTR-START-DATE TO WS-QTR-START-DATE
           MOVE LNK-QTR-END-DATE   TO WS-QTR-END-DATE
           MOVE LNK-POLICY-NUMBER  TO SV-POLICY-NUMBER
           MOVE LNK-EVENT-TYPE     TO SV-EVENT-TYPE
           MOVE LNK-EVENT-DATE     TO SV-EVENT-DATE
           MOVE SPACES             TO LNK-RESPONSE-RESULT
           EVALUATE WS-OPERATION-TYPE
               WHEN 'EVTOPEN'
                   EXEC SQL OPEN EVENT-CURSOR END-EXEC
               WHEN 'EVTFETCH'
                   PERFORM 2000-FETCH-EVENT
               WHEN 'EVTCLOSE'
                   EXEC SQL CLOSE EVENT-CURSOR END-EXEC
               WHEN 'FREQCHK'
                   PERFORM 2100-CHECK-FREQUENCY
               WHEN 'RECORD'
                   PERFORM 3000-RECORD-SURVEY
               WHEN 'RESPOND'
                   PERFORM 3100-RECORD-RESPONSE
               WHEN 'RSLTOPEN'
                   EXEC SQL OPEN RESULT-CURSOR END-EXEC
               WHEN 'RSLTFETCH'
                   PERFORM 4000-FETCH-RESULT
               WHEN 'RSLTCLOSE'
                   EXEC SQL CLOSE RESULT-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'SVYDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

       2000-FETCH-EVENT.
           EXEC SQL
               FETCH EVENT-CURSOR
                   INTO :SV-POLICY-NUMBER, :SV-EVENT-TYPE,
                        :SV-EVENT-DATE, :SV-CUSTOMER-ID,
                        :POLICY-AGENT-CODE, :POLICY-TYPE,
                        :POLICY-HOLDER-FNAME, :POLICY-HOLDER-LNAME,
                        :POLICY-HOLDER-ADDR-1, :POLICY-HOLDER-ADDR-2,
                        :POLICY-HOLDER-CITY, :POLICY-HOLDER-STATE,
                        :POLICY-HOLDER-ZIP-CD, :POLICY-HOLDER-EMAIL,
                        :POLICY-CONTACT-PREF, :POLICY-PREF-LANGUAGE,
                        :WS-DNC-FLAG
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE SV-POLICY-NUMBER     TO LNK-OUT-POLICY-NUMBER
               MOVE SV-EVENT-TYPE        TO LNK-OUT-EVENT-TYPE
               MOVE SV-EVENT-DATE        TO LNK-OUT-EVENT-DATE
               MOVE SV-CUSTOMER-ID       TO LNK-OUT-CUSTOMER-ID
               MOVE POLICY-AGENT-CODE    TO LNK-OUT-AGENT-CODE
               MOVE POLICY-TYPE          TO LNK-OUT-POLICY-TYPE
               MOVE POLICY-HOLDER-FNAME  TO LNK-OUT-HOLDER-FNAME
               MOVE POLICY-HOLDER-LNAME  TO LNK-OUT-HOLDER-LNAME
               MOVE POLICY-HOLDER-ADDR-1 TO LNK-OUT-HOLDER-ADDR-1
               MOVE POLICY-HOLDER-ADDR-2 TO LNK-OUT-HOLDER-ADDR-2
               MOVE POLICY-HOLDER-CITY   TO LNK-OUT-HOLDER-CITY
               MOVE POLICY-HOLDER-STATE  TO LNK-OUT-HOLDER-STATE
               MOVE POLICY-HOLDER-ZIP-CD TO LNK-OUT-HOLDER-ZIP-CD
               MOVE POLICY-HOLDER-EMAIL  TO LNK-OUT-HOLDER-EMAIL
               MOVE POLICY-CONTACT-PREF  TO LNK-OUT-CONTACT-PREF
               MOVE POLICY-PREF-LANGUAGE TO LNK-OUT-PREF-LANGUAGE
               MOVE WS-DNC-FLAG          TO LNK-OUT-DNC-FLAG
           END-IF.

      *    A CUSTOMER WITH SEVERAL POLICIES IS ONE PERSON TO THE
      *    SURVEY LIMIT, SO SURVEYS ARE COUNTED ACROSS EVERY POLICY
      *    CUSTMST1 HAS TIED TO THE CUSTOMER; AN UNMATCHED POLICY
      *    (CUSTOMER 0) IS COUNTED ON ITS OWN.
       2100-CHECK-FREQUENCY.
           MOVE LNK-CUSTOMER-ID TO SV-CUSTOMER-ID
           MOVE 0 TO WS-ROW-CNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-CNT
                 FROM INSURNCE.TSURVEY
                WHERE ((SV_CUSTOMER_ID  = :SV-CUSTOMER-ID
                        AND SV_CUSTOMER_ID <> 0)
                       OR SV_POLICY_NUMBER = :SV-POLICY-NUMBER)
                  AND SV_STATUS IN ('S', 'R')
                  AND SV_SELECT_DATE >
                      DATE(:WS-PROCESS-DATE) - :WS-LIMIT-DAYS DAYS
           END-EXEC
           MOVE WS-ROW-CNT TO LNK-ROW-CNT.

       3000-RECORD-SURVEY.
           MOVE LNK-CUSTOMER-ID    TO SV-CUSTOMER-ID
           MOVE LNK-AGENT-CODE     TO SV-AGENT-CODE
           MOVE LNK-STATE          TO SV-STATE
           MOVE LNK-SURVEY-STATUS  TO SV-STATUS
           MOVE LNK-CHANNEL        TO SV-CHANNEL
           MOVE LNK-PROCESS-DATE   TO SV-SELECT-DATE
           EXEC SQL
               INSERT INTO INSURNCE.TSURVEY (
                    SV_POLICY_NUMBER, SV_EVENT_TYPE,
                    SV_EVENT_DATE, SV_CUSTOMER_ID,
                    SV_AGENT_CODE, SV_STATE,
                    SV_STATUS, SV_CHANNEL,
                    SV_SELECT_DATE, SV_SCORE,
                    SV_COMMENT, SV_RESPONSE_DATE,
                    SV_ADD_TIMESTAMP
                    ) VALUES (
                    :SV-POLICY-NUMBER, :SV-EVENT-TYPE,
                    :SV-EVENT-DATE, :SV-CUSTOMER-ID,
                    :SV-AGENT-CODE, :SV-STATE,
                    :SV-STATUS, :SV-CHANNEL,
                    :SV-SELECT-DATE, NULL,
                    ' ', NULL,
                    CURRENT TIMESTAMP )
           END-EXEC.

      *    RESPONSE-RESULT: 'Y' LOADED; 'U' NO SUCH SURVEY WAS SENT
      *    (NOT ON FILE, OR THE EVENT WAS NOT SENT A SURVEY); 'A' A
      *    RESPONSE IS ALREADY LOADED - THE FIRST ONE STANDS.
       3100-RECORD-RESPONSE.
           MOVE SPACES TO SV-STATUS
           EXEC SQL
               SELECT SV_STATUS
                 INTO :SV-STATUS
                 FROM INSURNCE.TSURVEY
                WHERE SV_POLICY_NUMBER = :SV-POLICY-NUMBER
                  AND SV_EVENT_TYPE    = :SV-EVENT-TYPE
                  AND SV_EVENT_DATE    = :SV-EVENT-DATE
           END-EXEC
           IF SQLCODE = 100
               MOVE 'U' TO LNK-RESPONSE-RESULT
           ELSE
               IF SQLCODE = 0
                   EVALUATE SV-STATUS
                       WHEN 'R'
                           MOVE 'A' TO LNK-RESPONSE-RESULT
                       WHEN 'S'
                           PERFORM 3200-APPLY-RESPONSE
                       WHEN OTHER
                           MOVE 'U' TO LNK-RESPONSE-RESULT
                   END-EVALUATE
               END-IF
           END-IF.

       3200-APPLY-RESPONSE.
           MOVE LNK-SCORE         TO SV-SCORE
           MOVE LNK-COMMENT       TO SV-COMMENT
           MOVE LNK-RESPONSE-DATE TO SV-RESPONSE-DATE
           EXEC SQL
               UPDATE INSURNCE.TSURVEY
                  SET SV_STATUS        = 'R',
                      SV_SCORE         = :SV-SCORE,
                      SV_COMMENT       = :SV-COMMENT,
                      SV_RESPONSE_DATE = :SV-RESPONSE-DATE
                WHERE SV_POLICY_NUMBER = :SV-POLICY-NUMBER
                  AND SV_EVENT_TYPE    = :SV-EVENT-TYPE
                  AND SV_EVENT_DATE    = :SV-EVENT-DATE
                  AND SV_STATUS        = 'S'
           END-EXEC
           IF SQLCODE = 0
               MOVE 'Y' TO LNK-RESPONSE-RESULT
           END-IF.

       4000-FETCH-RESULT.
           EXEC SQL
               FETCH RESULT-CURSOR
                   INTO :SV-AGENT-CODE, :SV-STATE, :SV-EVENT-TYPE,
                        :WS-SENT-CNT, :WS-RESPONSE-CNT,
                        :WS-SCORE-TOTAL, :WS-PROMOTER-CNT,
                        :WS-DETRACTOR-CNT
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE SV-AGENT-CODE        TO LNK-OUT-AGENT-CODE
               MOVE SV-STATE             TO LNK-OUT-HOLDER-STATE
               MOVE SV-EVENT-TYPE        TO LNK-OUT-EVENT-TYPE
               MOVE WS-SENT-CNT          TO LNK-OUT-SENT-CNT
               MOVE WS-RESPONSE-CNT      TO LNK-OUT-RESPONSE-CNT
               MOVE WS-SCORE-TOTAL       TO LNK-OUT-SCORE-TOTAL
               MOVE WS-PROMOTER-CNT      TO LNK-OUT-PROMOTER-CNT
               MOVE WS-DETRACTOR-CNT     TO LNK-OUT-DETRACTOR-CNT
           END-IF.

       END PROGRAM SVYDRVR1.
