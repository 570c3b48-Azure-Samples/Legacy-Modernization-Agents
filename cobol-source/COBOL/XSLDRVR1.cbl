       IDENTIFICATION DIVISION.
       PROGRAM-ID. XSLDRVR1.
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
           INCLUDE DCUSTMST
       END-EXEC.

       EXEC SQL
           INCLUDE DXSLEAD
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-PROCESS-DATE                PIC X(10).
       01  WS-WINDOW-DAYS                 PIC S9(4) COMP.
       01  WS-ROW-CNT                     PIC S9(9) COMP.
       01  WS-EXCLUDE-REASON              PIC X(1).
       01  WS-LEAD-CNT                    PIC S9(9) COMP.
       01  WS-OPEN-CNT                    PIC S9(9) COMP.
       01  WS-CONVERTED-CNT               PIC S9(9) COMP.
       01  WS-PERIOD-CONV-CNT             PIC S9(9) COMP.
       01  WS-CLOSED-CNT                  PIC S9(9) COMP.

      *    EVERY POLICY TYPE IN FORCE ANYWHERE IN THE BOOK - THE
      *    PRODUCTS A HOUSEHOLD CAN BE MISSING.
       EXEC SQL
           DECLARE TYPE-CURSOR CURSOR FOR
               SELECT DISTINCT POLICY_TYPE
                 FROM INSURNCE.TPOLICY
                WHERE POLICY_STATUS = 'A'
                ORDER BY POLICY_TYPE
       END-EXEC.

      *    EVERY IN-FORCE POLICY WITH ITS HOUSEHOLD, LONGEST-HELD
      *    FIRST WITHIN THE HOUSEHOLD, AND WHY IT MAY NOT BE
      *    MARKETED TO: 'D' DO-NOT-CONTACT (TSUPPRES), 'Q' IN DATA-
      *    QUALITY QUARANTINE, 'L' DELINQUENT - A LATE FEE BILLED AND
      *    NEITHER PAID NOR WAIVED, OR AN ACTIVE HARDSHIP ARRANGEMENT.
       EXEC SQL
           DECLARE HOUSEHOLD-CURSOR CURSOR FOR
               SELECT X.CM_HOUSEHOLD_ID, P.POLICY_NUMBER,
                      P.POLICY_TYPE, P.POLICY_AGENT_CODE,
                      CASE WHEN EXISTS
                                (SELECT 1 FROM INSURNCE.TSUPPRES S
                                  WHERE S.SUP_POLICY_NUMBER =
                                                    P.POLICY_NUMBER
                                    AND S.SUP_EFF_DATE <=
                                           DATE(:WS-PROCESS-DATE))
                           THEN 'D'
                           WHEN EXISTS
                                (SELECT 1 FROM INSURNCE.TQUARANT Q
                                  WHERE Q.QR_POLICY_NUMBER =
                                                    P.POLICY_NUMBER
                                    AND Q.QR_STATUS = 'A')
                           THEN 'Q'
                           WHEN EXISTS
                                (SELECT 1 FROM INSURNCE.TPAYMENT F
                                  WHERE F.PAY_POLICY_NUMBER =
                                                    P.POLICY_NUMBER
                                    AND F.PAY_STATUS = 'F')
                             OR EXISTS
                                (SELECT 1 FROM INSURNCE.TARRANGE A
                                  WHERE A.ARR_POLICY_NUMBER =
                                                    P.POLICY_NUMBER
                                    AND A.ARR_STATUS = 'A')
                           THEN 'L'
                           ELSE ' ' END
                 FROM INSURNCE.TCUSTMST X
                      INNER JOIN INSURNCE.TPOLICY P
                          ON P.POLICY_NUMBER = X.CM_POLICY_NUMBER
                WHERE P.POLICY_STATUS = 'A'
                ORDER BY X.CM_HOUSEHOLD_ID, P.POLICY_START_DATE,
                         P.POLICY_NUMBER
       END-EXEC.

      *    THE LEADS FOUND (NEW OR AGAIN) BY THIS RUN, BY AGENT, WITH
      *    THE CONTACT POLICY'S HOLDER.
       EXEC SQL
           DECLARE LEAD-CURSOR CURSOR FOR
               SELECT L.XL_AGENT_CODE, L.XL_HOUSEHOLD_ID,
                      L.XL_GAP_TYPE, CHAR(L.XL_FIRST_LEAD_DATE, USA),
                      L.XL_CONTACT_POLICY,
                      P.POLICY_HOLDER_FNAME, P.POLICY_HOLDER_LNAME,
                      P.POLICY_HOLDER_ADDR_1, P.POLICY_HOLDER_ADDR_2,
                      P.POLICY_HOLDER_CITY, P.POLICY_HOLDER_STATE,
                      P.POLICY_HOLDER_ZIP_CD, P.POLICY_HOLDER_PHONE,
                      P.POLICY_HOLDER_EMAIL, P.POLICY_CONTACT_PREF,
                      P.POLICY_PREF_LANGUAGE, P.POLICY_TYPE
                 FROM INSURNCE.TXSLEAD L
                      INNER JOIN INSURNCE.TPOLICY P
                          ON P.POLICY_NUMBER = L.XL_CONTACT_POLICY
                WHERE L.XL_STATUS         = 'O'
                  AND L.XL_LAST_LEAD_DATE = DATE(:WS-PROCESS-DATE)
                ORDER BY L.XL_AGENT_CODE, L.XL_HOUSEHOLD_ID,
                         L.XL_GAP_TYPE
       END-EXEC.

      *    LEADS THAT TURNED INTO NEW BUSINESS IN THE LAST WINDOW-DAYS.
       EXEC SQL
           DECLARE CONVERT-CURSOR CURSOR FOR
               SELECT XL_AGENT_CODE, XL_HOUSEHOLD_ID, XL_GAP_TYPE,
                      CHAR(XL_FIRST_LEAD_DATE, USA), XL_CONVERT_POLICY,
                      CHAR(XL_CONVERT_DATE, USA)
                 FROM INSURNCE.TXSLEAD
                WHERE XL_STATUS        = 'C'
                  AND XL_CONVERT_DATE  >
                      DATE(:WS-PROCESS-DATE) - :WS-WINDOW-DAYS DAYS
                ORDER BY XL_AGENT_CODE, XL_CONVERT_DATE,
                         XL_HOUSEHOLD_ID
       END-EXEC.

      *    EVERY AGENT'S LEADS TO DATE: HOW MANY, STILL OPEN,
      *    CONVERTED (AND HOW MANY OF THOSE IN THE LAST WINDOW-DAYS)
      *    AND CLOSED WITHOUT A SALE.
       EXEC SQL
           DECLARE AGENT-CURSOR CURSOR FOR
               SELECT XL_AGENT_CODE, COUNT(*),
                      SUM(CASE WHEN XL_STATUS = 'O' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN XL_STATUS = 'C' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN XL_STATUS = 'C'
                                AND XL_CONVERT_DATE >
                                    DATE(:WS-PROCESS-DATE)
                                    - :WS-WINDOW-DAYS DAYS
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN XL_STATUS = 'X' THEN 1 ELSE 0 END)
                 FROM INSURNCE.TXSLEAD
                GROUP BY XL_AGENT_CODE
                ORDER BY XL_AGENT_CODE
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-PROCESS-DATE             PIC X(10).
               10  LNK-WINDOW-DAYS              PIC S9(4) COMP.
               10  LNK-HOUSEHOLD-ID             PIC S9(9) COMP.
               10  LNK-GAP-TYPE                 PIC X(50).
               10  LNK-AGENT-CODE               PIC X(10).
               10  LNK-CONTACT-POLICY           PIC X(10).
               10  LNK-POLICY-NUMBER            PIC X(10).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-LEAD-RESULT              PIC X(1).
               10  LNK-ROW-CNT                  PIC S9(9) COMP.
               10  LNK-OUT-HOUSEHOLD-ID         PIC S9(9) COMP.
               10  LNK-OUT-POLICY-NUMBER        PIC X(10).
               10  LNK-OUT-POLICY-TYPE          PIC X(50).
               10  LNK-OUT-AGENT-CODE           PIC X(10).
               10  LNK-OUT-EXCLUDE-REASON       PIC X(1).
               10  LNK-OUT-GAP-TYPE             PIC X(50).
               10  LNK-OUT-FIRST-LEAD-DATE      PIC X(10).
               10  LNK-OUT-HOLDER-FNAME         PIC X(35).
               10  LNK-OUT-HOLDER-LNAME         PIC X(35).
               10  LNK-OUT-HOLDER-ADDR-1        PIC X(100).
               10  LNK-OUT-HOLDER-ADDR-2        PIC X(100).
               10  LNK-OUT-HOLDER-CITY          PIC X(30).
               10  LNK-OUT-HOLDER-STATE         PIC X(2).
               10  LNK-OUT-HOLDER-ZIP-CD        PIC X(10).
               10  LNK-OUT-HOLDER-PHONE         PIC X(10).
               10  LNK-OUT-HOLDER-EMAIL         PIC X(30).
               10  LNK-OUT-CONTACT-PREF         PIC X(1).
               10  LNK-OUT-PREF-LANGUAGE        PIC X(2).
               10  LNK-OUT-CONVERT-POLICY       PIC X(10).
               10  LNK-OUT-CONVERT-DATE         PIC X(10).
               10  LNK-OUT-LEAD-CNT             PIC S9(9) COMP.
               10  LNK-OUT-OPEN-CNT             PIC S9(9) COMP.
               10  LNK-OUT-CONVERTED-CNT        PIC S9(9) COMP.
               10  LNK-OUT-PERIOD-CONV-CNT      PIC S9(9) COMP.
               10  LNK-OUT-CLOSED-CNT           PIC S9(9) COMP.

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-PROCESS-DATE   TO WS-PROCESS-DATE
           MOVE LNK-WINDOW-DAYS    TO WS-WINDOW-DAYS
           MOVE LNK-HOUSEHOLD-ID   TO XL-HOUSEHOLD-ID
           MOVE LNK-GAP-TYPE       TO XL-GAP-TYPE
           MOVE SPACES             TO LNK-LEAD-RESULT
           EVALUATE WS-OPERATION-TYPE
               WHEN 'TYPEOPEN'
                   EXEC SQL OPEN TYPE-CURSOR END-EXEC
               WHEN 'TYPEFETCH'
                   PERFORM 2000-FETCH-TYPE
               WHEN 'TYPECLOSE'
                   EXEC SQL CLOSE TYPE-CURSOR END-EXEC
               WHEN 'HHOPEN'
                   EXEC SQL OPEN HOUSEHOLD-CURSOR END-EXEC
               WHEN 'HHFETCH'
                   PERFORM 2100-FETCH-HOUSEHOLD
               WHEN 'HHCLOSE'
                   EXEC SQL CLOSE HOUSEHOLD-CURSOR END-EXEC
               WHEN 'LEADADD'
                   PERFORM 3000-RECORD-LEAD
               WHEN 'EXPIRE'
                   PERFORM 3200-CLOSE-LEADS
               WHEN 'CONVERT'
                   PERFORM 3300-CONVERT-LEAD
               WHEN 'LISTOPEN'
                   EXEC SQL OPEN LEAD-CURSOR END-EXEC
               WHEN 'LISTFETCH'
                   PERFORM 4000-FETCH-LEAD
               WHEN 'LISTCLOSE'
                   EXEC SQL CLOSE LEAD-CURSOR END-EXEC
               WHEN 'CONVOPEN'
                   EXEC SQL OPEN CONVERT-CURSOR END-EXEC
               WHEN 'CONVFETCH'
                   PERFORM 4100-FETCH-CONVERSION
               WHEN 'CONVCLOSE'
                   EXEC SQL CLOSE CONVERT-CURSOR END-EXEC
               WHEN 'AGTOPEN'
                   EXEC SQL OPEN AGENT-CURSOR END-EXEC
               WHEN 'AGTFETCH'
                   PERFORM 4200-FETCH-AGENT
               WHEN 'AGTCLOSE'
                   EXEC SQL CLOSE AGENT-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'XSLDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

       2000-FETCH-TYPE.
           EXEC SQL
               FETCH TYPE-CURSOR
                   INTO :POLICY-TYPE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE POLICY-TYPE       TO LNK-OUT-POLICY-TYPE
           END-IF.

       2100-FETCH-HOUSEHOLD.
           EXEC SQL
               FETCH HOUSEHOLD-CURSOR
                   INTO :CM-HOUSEHOLD-ID, :POLICY-NUMBER,
                        :POLICY-TYPE, :POLICY-AGENT-CODE,
                        :WS-EXCLUDE-REASON
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE CM-HOUSEHOLD-ID   TO LNK-OUT-HOUSEHOLD-ID
               MOVE POLICY-NUMBER     TO LNK-OUT-POLICY-NUMBER
               MOVE POLICY-TYPE       TO LNK-OUT-POLICY-TYPE
               MOVE POLICY-AGENT-CODE TO LNK-OUT-AGENT-CODE
               MOVE WS-EXCLUDE-REASON TO LNK-OUT-EXCLUDE-REASON
           END-IF.

      *    A GAP ALREADY OPEN FOR THE HOUSEHOLD IS FOUND AGAIN ('R') -
      *    ITS LAST-LEAD DATE, AGENT AND CONTACT ARE REFRESHED. ANY
      *    OTHER GAP STARTS A NEW OPEN LEAD ('N'); ONE CLOSED EARLIER
      *    THE SAME DAY (A RE-RUN) IS REOPENED RATHER THAN ADDED.
       3000-RECORD-LEAD.
           MOVE LNK-AGENT-CODE     TO XL-AGENT-CODE
           MOVE LNK-CONTACT-POLICY TO XL-CONTACT-POLICY
           MOVE LNK-PROCESS-DATE   TO XL-LAST-LEAD-DATE
           MOVE 0 TO WS-ROW-CNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-CNT
                 FROM INSURNCE.TXSLEAD
                WHERE XL_HOUSEHOLD_ID = :XL-HOUSEHOLD-ID
                  AND XL_GAP_TYPE     = :XL-GAP-TYPE
                  AND XL_STATUS       = 'O'
           END-EXEC
           IF SQLCODE = 0 AND WS-ROW-CNT > 0
               MOVE 'R' TO LNK-LEAD-RESULT
               EXEC SQL
                   UPDATE INSURNCE.TXSLEAD
                      SET XL_LAST_LEAD_DATE = :XL-LAST-LEAD-DATE,
                          XL_AGENT_CODE     = :XL-AGENT-CODE,
                          XL_CONTACT_POLICY = :XL-CONTACT-POLICY
                    WHERE XL_HOUSEHOLD_ID = :XL-HOUSEHOLD-ID
                      AND XL_GAP_TYPE     = :XL-GAP-TYPE
                      AND XL_STATUS       = 'O'
               END-EXEC
           ELSE
               IF SQLCODE = 0
                   PERFORM 3100-ADD-LEAD
               END-IF
           END-IF.

       3100-ADD-LEAD.
           MOVE 'N' TO LNK-LEAD-RESULT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-CNT
                 FROM INSURNCE.TXSLEAD
                WHERE XL_HOUSEHOLD_ID    = :XL-HOUSEHOLD-ID
                  AND XL_GAP_TYPE        = :XL-GAP-TYPE
                  AND XL_FIRST_LEAD_DATE = :XL-LAST-LEAD-DATE
           END-EXEC
           IF SQLCODE = 0 AND WS-ROW-CNT > 0
               EXEC SQL
                   UPDATE INSURNCE.TXSLEAD
                      SET XL_STATUS         = 'O',
                          XL_LAST_LEAD_DATE = :XL-LAST-LEAD-DATE,
                          XL_AGENT_CODE     = :XL-AGENT-CODE,
                          XL_CONTACT_POLICY = :XL-CONTACT-POLICY,
                          XL_CONVERT_POLICY = ' ',
                          XL_CONVERT_DATE   = NULL
                    WHERE XL_HOUSEHOLD_ID    = :XL-HOUSEHOLD-ID
                      AND XL_GAP_TYPE        = :XL-GAP-TYPE
                      AND XL_FIRST_LEAD_DATE = :XL-LAST-LEAD-DATE
               END-EXEC
           ELSE
               IF SQLCODE = 0
                   EXEC SQL
                       INSERT INTO INSURNCE.TXSLEAD (
                            XL_HOUSEHOLD_ID, XL_GAP_TYPE,
                            XL_FIRST_LEAD_DATE, XL_LAST_LEAD_DATE,
                            XL_AGENT_CODE, XL_CONTACT_POLICY,
                            XL_STATUS, XL_CONVERT_POLICY,
                            XL_CONVERT_DATE, XL_ADD_TIMESTAMP
                            ) VALUES (
                            :XL-HOUSEHOLD-ID, :XL-GAP-TYPE,
                            :XL-LAST-LEAD-DATE, :XL-LAST-LEAD-DATE,
                            :XL-AGENT-CODE, :XL-CONTACT-POLICY,
                            'O', ' ',
                            NULL, CURRENT TIMESTAMP )
                   END-EXEC
               END-IF
           END-IF.

      *    AFTER A RUN, AN OPEN LEAD THE RUN DID NOT FIND AGAIN IS NO
      *    LONGER A GAP OR NO LONGER MARKETABLE - IT IS CLOSED SO IT
      *    DROPS OFF THE LEAD LISTS. THE COUNT CLOSED COMES BACK.
       3200-CLOSE-LEADS.
           MOVE LNK-PROCESS-DATE TO XL-LAST-LEAD-DATE
           MOVE 0 TO WS-ROW-CNT
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-CNT
                 FROM INSURNCE.TXSLEAD
                WHERE XL_STATUS         = 'O'
                  AND XL_LAST_LEAD_DATE < :XL-LAST-LEAD-DATE
           END-EXEC
           IF SQLCODE = 0 AND WS-ROW-CNT > 0
               EXEC SQL
                   UPDATE INSURNCE.TXSLEAD
                      SET XL_STATUS = 'X'
                    WHERE XL_STATUS         = 'O'
                      AND XL_LAST_LEAD_DATE < :XL-LAST-LEAD-DATE
               END-EXEC
           END-IF
           MOVE WS-ROW-CNT TO LNK-ROW-CNT.

      *    NEW BUSINESS ISSUED TO A HOUSEHOLD CLOSES ITS OPEN LEAD FOR
      *    THAT POLICY TYPE AS CONVERTED; 100 WHEN THERE WAS NONE.
       3300-CONVERT-LEAD.
           MOVE LNK-POLICY-NUMBER TO XL-CONVERT-POLICY
           MOVE LNK-PROCESS-DATE  TO XL-CONVERT-DATE
           EXEC SQL
               UPDATE INSURNCE.TXSLEAD
                  SET XL_STATUS         = 'C',
                      XL_CONVERT_POLICY = :XL-CONVERT-POLICY,
                      XL_CONVERT_DATE   = :XL-CONVERT-DATE
                WHERE XL_HOUSEHOLD_ID = :XL-HOUSEHOLD-ID
                  AND XL_GAP_TYPE     = :XL-GAP-TYPE
                  AND XL_STATUS       = 'O'
           END-EXEC.

       4000-FETCH-LEAD.
           EXEC SQL
               FETCH LEAD-CURSOR
                   INTO :XL-AGENT-CODE, :XL-HOUSEHOLD-ID,
                        :XL-GAP-TYPE, :XL-FIRST-LEAD-DATE,
                        :XL-CONTACT-POLICY,
                        :POLICY-HOLDER-FNAME, :POLICY-HOLDER-LNAME,
                        :POLICY-HOLDER-ADDR-1, :POLICY-HOLDER-ADDR-2,
                        :POLICY-HOLDER-CITY, :POLICY-HOLDER-STATE,
                        :POLICY-HOLDER-ZIP-CD, :POLICY-HOLDER-PHONE,
                        :POLICY-HOLDER-EMAIL, :POLICY-CONTACT-PREF,
                        :POLICY-PREF-LANGUAGE, :POLICY-TYPE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE XL-AGENT-CODE        TO LNK-OUT-AGENT-CODE
               MOVE XL-HOUSEHOLD-ID      TO LNK-OUT-HOUSEHOLD-ID
               MOVE XL-GAP-TYPE          TO LNK-OUT-GAP-TYPE
               MOVE XL-FIRST-LEAD-DATE   TO LNK-OUT-FIRST-LEAD-DATE
               MOVE XL-CONTACT-POLICY    TO LNK-OUT-POLICY-NUMBER
               MOVE POLICY-HOLDER-FNAME  TO LNK-OUT-HOLDER-FNAME
               MOVE POLICY-HOLDER-LNAME  TO LNK-OUT-HOLDER-LNAME
               MOVE POLICY-HOLDER-ADDR-1 TO LNK-OUT-HOLDER-ADDR-1
               MOVE POLICY-HOLDER-ADDR-2 TO LNK-OUT-HOLDER-ADDR-2
               MOVE POLICY-HOLDER-CITY   TO LNK-OUT-HOLDER-CITY
               MOVE POLICY-HOLDER-STATE  TO LNK-OUT-HOLDER-STATE
               MOVE POLICY-HOLDER-ZIP-CD TO LNK-OUT-HOLDER-ZIP-CD
               MOVE POLICY-HOLDER-PHONE  TO LNK-OUT-HOLDER-PHONE
               MOVE POLICY-HOLDER-EMAIL  TO LNK-OUT-HOLDER-EMAIL
               MOVE POLICY-CONTACT-PREF  TO LNK-OUT-CONTACT-PREF
               MOVE POLICY-PREF-LANGUAGE TO LNK-OUT-PREF-LANGUAGE
               MOVE POLICY-TYPE          TO LNK-OUT-POLICY-TYPE
           END-IF.

       4100-FETCH-CONVERSION.
           EXEC SQL
               FETCH CONVERT-CURSOR
                   INTO :XL-AGENT-CODE, :XL-HOUSEHOLD-ID,
                        :XL-GAP-TYPE, :XL-FIRST-LEAD-DATE,
                        :XL-CONVERT-POLICY, :XL-CONVERT-DATE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE XL-AGENT-CODE        TO LNK-OUT-AGENT-CODE
               MOVE XL-HOUSEHOLD-ID      TO LNK-OUT-HOUSEHOLD-ID
               MOVE XL-GAP-TYPE          TO LNK-OUT-GAP-TYPE
               MOVE XL-FIRST-LEAD-DATE   TO LNK-OUT-FIRST-LEAD-DATE
               MOVE XL-CONVERT-POLICY    TO LNK-OUT-CONVERT-POLICY
               MOVE XL-CONVERT-DATE      TO LNK-OUT-CONVERT-DATE
           END-IF.

       4200-FETCH-AGENT.
           EXEC SQL
               FETCH AGENT-CURSOR
                   INTO :XL-AGENT-CODE, :WS-LEAD-CNT, :WS-OPEN-CNT,
                        :WS-CONVERTED-CNT, :WS-PERIOD-CONV-CNT,
                        :WS-CLOSED-CNT
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE XL-AGENT-CODE        TO LNK-OUT-AGENT-CODE
               MOVE WS-LEAD-CNT          TO LNK-OUT-LEAD-CNT
               MOVE WS-OPEN-CNT          TO LNK-OUT-OPEN-CNT
               MOVE WS-CONVERTED-CNT     TO LNK-OUT-CONVERTED-CNT
               MOVE WS-PERIOD-CONV-CNT   TO LNK-OUT-PERIOD-CONV-CNT
               MOVE WS-CLOSED-CNT        TO LNK-OUT-CLOSED-CNT
           END-IF.

       END PROGRAM XSLDRVR1.
