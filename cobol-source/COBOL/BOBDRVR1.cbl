       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOBDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-ACTIVITY-DATE               PIC X(10).

       01  WS-BOB-ROW.
           05  WS-BOB-AGENT-CODE          PIC X(10).
           05  WS-BOB-EVENT               PIC X(8).
           05  WS-BOB-POLICY-NUMBER       PIC X(10).
           05  WS-BOB-HOLDER-LNAME        PIC X(35).
           05  WS-BOB-HOLDER-FNAME        PIC X(35).
           05  WS-BOB-EVENT-DATE          PIC X(10).
           05  WS-BOB-AMOUNT              PIC S9(5)V9(2) COMP-3.
           05  WS-BOB-DETAIL              PIC X(10).
           05  WS-BOB-POLICY-TYPE         PIC X(50).
           05  WS-BOB-EXPIRY-DATE         PIC X(10).

      *    THE DAY'S POLICY ACTIVITY FOR THE AGENT BOOK-OF-BUSINESS
      *    DOWNLOAD (BOBDNL1), ONE ROW PER EVENT, IN AGENT ORDER:
      *      RNWBOUND - TRENEWAL ROW ADDED ON THE ACTIVITY DATE
      *      CANCEL   - TCANCEL ROW ADDED ON THE ACTIVITY DATE
      *      LAPSE    - POLICY STILL 'A' WHOSE TERM EXPIRED THE DAY
      *                 BEFORE THE ACTIVITY DATE WITHOUT RENEWING
      *      PAYMENT  - TPAYMENT CASH POSTED ON THE ACTIVITY DATE
      *                 (INSTALLMENTS AND COLLECTED LATE FEES)
      *      CHGBACK  - CARD CHARGEBACK LINE ADDED ON THE ACTIVITY DATE
      *    RENEWAL QUOTES ARE NOT HERE - THEY COME FROM THE RATEAUDT
      *    FILE THE NOTIFICATION RUN WRITES.
       EXEC SQL
           DECLARE BOB-ACTIVITY-CURSOR CURSOR FOR
               SELECT P.POLICY_AGENT_CODE, 'RNWBOUND',
                      P.POLICY_NUMBER, P.POLICY_HOLDER_LNAME,
                      P.POLICY_HOLDER_FNAME, R.RN_RENEWAL_DATE,
                      R.RN_PREMIUM_AMOUNT, R.RN_CHANNEL,
                      P.POLICY_TYPE, R.RN_NEW_EXPIRY_DATE
                 FROM INSURNCE.TRENEWAL R, INSURNCE.TPOLICY P
                 WHERE P.POLICY_NUMBER = R.RN_POLICY_NUMBER
                   AND DATE(R.RN_ADD_TIMESTAMP) = :WS-ACTIVITY-DATE
               UNION ALL
               SELECT P.POLICY_AGENT_CODE, 'CANCEL  ',
                      P.POLICY_NUMBER, P.POLICY_HOLDER_LNAME,
                      P.POLICY_HOLDER_FNAME, C.CN_CANCEL_DATE,
                      C.CN_REFUND_AMOUNT, C.CN_REASON,
                      P.POLICY_TYPE, C.CN_TERM_EXPIRY_DATE
                 FROM INSURNCE.TCANCEL C, INSURNCE.TPOLICY P
                 WHERE P.POLICY_NUMBER = C.CN_POLICY_NUMBER
                   AND DATE(C.CN_ADD_TIMESTAMP) = :WS-ACTIVITY-DATE
               UNION ALL
               SELECT P.POLICY_AGENT_CODE, 'LAPSE   ',
                      P.POLICY_NUMBER, P.POLICY_HOLDER_LNAME,
                      P.POLICY_HOLDER_FNAME, P.POLICY_EXPIRY_DATE,
                      P.POLICY_PREMIUM_AMOUNT, 'NOT RENEWD',
                      P.POLICY_TYPE, P.POLICY_EXPIRY_DATE
                 FROM INSURNCE.TPOLICY P
                 WHERE P.POLICY_STATUS = 'A'
                   AND P.POLICY_EXPIRY_DATE =
                           DATE(:WS-ACTIVITY-DATE) - 1 DAY
               UNION ALL
               SELECT P.POLICY_AGENT_CODE,
                      CASE Y.PAY_STATUS WHEN 'B' THEN 'CHGBACK '
                                        ELSE 'PAYMENT ' END,
                      P.POLICY_NUMBER, P.POLICY_HOLDER_LNAME,
                      P.POLICY_HOLDER_FNAME, Y.PAY_RECEIPT_DATE,
                      Y.PAY_AMOUNT, Y.PAY_SOURCE,
                      P.POLICY_TYPE, P.POLICY_EXPIRY_DATE
                 FROM INSURNCE.TPAYMENT Y, INSURNCE.TPOLICY P
                 WHERE P.POLICY_NUMBER = Y.PAY_POLICY_NUMBER
                   AND Y.PAY_STATUS IN ('M', 'S', 'O', 'C', 'B')
                   AND DATE(Y.PAY_ADD_TIMESTAMP) = :WS-ACTIVITY-DATE
                 ORDER BY 1, 3, 2
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-ACTIVITY-DATE            PIC X(10).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-AGENT-CODE               PIC X(10).
               10  LNK-EVENT                    PIC X(8).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-HOLDER-LNAME             PIC X(35).
               10  LNK-HOLDER-FNAME             PIC X(35).
               10  LNK-EVENT-DATE               PIC X(10).
               10  LNK-AMOUNT                   PIC S9(5)V9(2) COMP-3.
               10  LNK-DETAIL                   PIC X(10).
               10  LNK-POLICY-TYPE              PIC X(50).
               10  LNK-EXPIRY-DATE              PIC X(10).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-ACTIVITY-DATE  TO WS-ACTIVITY-DATE
           EVALUATE WS-OPERATION-TYPE
               WHEN 'OPEN'
                   EXEC SQL OPEN BOB-ACTIVITY-CURSOR END-EXEC
               WHEN 'FETCH'
                   PERFORM 2000-FETCH-ACTIVITY
               WHEN 'CLOSE'
                   EXEC SQL CLOSE BOB-ACTIVITY-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'BOBDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

       2000-FETCH-ACTIVITY.
           EXEC SQL
               FETCH BOB-ACTIVITY-CURSOR
                   INTO :WS-BOB-AGENT-CODE, :WS-BOB-EVENT,
                        :WS-BOB-POLICY-NUMBER, :WS-BOB-HOLDER-LNAME,
                        :WS-BOB-HOLDER-FNAME, :WS-BOB-EVENT-DATE,
                        :WS-BOB-AMOUNT, :WS-BOB-DETAIL,
                        :WS-BOB-POLICY-TYPE, :WS-BOB-EXPIRY-DATE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-BOB-AGENT-CODE     TO LNK-AGENT-CODE
               MOVE WS-BOB-EVENT          TO LNK-EVENT
               MOVE WS-BOB-POLICY-NUMBER  TO LNK-POLICY-NUMBER
               MOVE WS-BOB-HOLDER-LNAME   TO LNK-HOLDER-LNAME
               MOVE WS-BOB-HOLDER-FNAME   TO LNK-HOLDER-FNAME
               MOVE WS-BOB-EVENT-DATE     TO LNK-EVENT-DATE
               MOVE WS-BOB-AMOUNT         TO LNK-AMOUNT
               MOVE WS-BOB-DETAIL         TO LNK-DETAIL
               MOVE WS-BOB-POLICY-TYPE    TO LNK-POLICY-TYPE
               MOVE WS-BOB-EXPIRY-DATE    TO LNK-EXPIRY-DATE
           END-IF.

       END PROGRAM BOBDRVR1.
