       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DARRANGE
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-PROCESS-DATE                PIC X(10).
       01  WS-GRACE-DAYS                  PIC S9(4) COMP.
       01  WS-PERIOD-FROM                 PIC X(10).
       01  WS-PERIOD-TO                   PIC X(10).
       01  WS-ACTIVE-CNT                  PIC S9(9) COMP.
       01  WS-ACTIVE-TOTAL                PIC S9(9)V9(2) COMP-3.

      *    ARRANGEMENTS SETTLED (KEPT OR BROKEN) OR CANCELLED IN THE
      *    REPORT PERIOD, BY OUTCOME, FOR ARRRPT1.
       EXEC SQL
           DECLARE ARRANGE-RESULT-CURSOR CURSOR FOR
               SELECT ARR_POLICY_NUMBER, CHAR(ARR_ENTER_DATE, USA),
                      ARR_FROM_INSTALL, ARR_TO_INSTALL,
                      CHAR(ARR_PROMISE_DATE, USA),
                      ARR_PROMISE_AMOUNT, ARR_AGREED_BY, ARR_STATUS,
                      CHAR(ARR_STATUS_DATE, USA), ARR_PAID_AMOUNT,
                      ARR_UPDATE_USER
                 FROM INSURNCE.TARRANGE
                 WHERE ARR_STATUS IN ('K', 'B', 'C')
                   AND ARR_STATUS_DATE BETWEEN DATE(:WS-PERIOD-FROM)
                                           AND DATE(:WS-PERIOD-TO)
                 ORDER BY ARR_STATUS, ARR_STATUS_DATE,
                          ARR_POLICY_NUMBER
       END-EXEC.

      *    HARDSHIP PAYMENT ARRANGEMENTS (TARRANGE). 'GETACT', 'ADD'
      *    AND 'CANCEL' ARE ARRMNT1'S; 'KEEP' AND 'BREAK' ARE THE
      *    SWEEP DUNCYCL1 RUNS BEFORE AGING, AND DUNCYCL1 'GETACT'S
      *    EACH PAST-DUE POLICY TO SEE WHETHER ITS STUB IS HELD.
      *    'ACTSUM', 'OPEN', 'FETCH' AND 'CLOSE' ARE ARRRPT1'S.
      *    DATES IN AND OUT ARE MM/DD/YYYY.
       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-PROCESS-DATE             PIC X(10).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-FROM-INSTALL             PIC S9(9) COMP.
               10  LNK-TO-INSTALL               PIC S9(9) COMP.
               10  LNK-PROMISE-DATE             PIC X(10).
               10  LNK-PROMISE-AMOUNT           PIC S9(5)V9(2) COMP-3.
               10  LNK-AGREED-BY                PIC X(10).
               10  LNK-GRACE-DAYS               PIC S9(4) COMP.
               10  LNK-PERIOD-FROM              PIC X(10).
               10  LNK-PERIOD-TO                PIC X(10).
               10  LNK-UPDATE-USER              PIC X(8).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-OUT-POLICY-NUMBER        PIC X(10).
               10  LNK-OUT-ENTER-DATE           PIC X(10).
               10  LNK-OUT-FROM-INSTALL         PIC S9(9) COMP.
               10  LNK-OUT-TO-INSTALL           PIC S9(9) COMP.
               10  LNK-OUT-PROMISE-DATE         PIC X(10).
               10  LNK-OUT-PROMISE-AMOUNT       PIC S9(5)V9(2) COMP-3.
               10  LNK-OUT-AGREED-BY            PIC X(10).
               10  LNK-OUT-STATUS               PIC X(1).
               10  LNK-OUT-STATUS-DATE          PIC X(10).
               10  LNK-OUT-PAID-AMOUNT          PIC S9(5)V9(2) COMP-3.
               10  LNK-OUT-UPDATE-USER          PIC X(8).
               10  LNK-ROWS-UPDATED             PIC S9(9) COMP.
               10  LNK-OUT-ACTIVE-CNT           PIC S9(9) COMP.
               10  LNK-OUT-ACTIVE-TOTAL         PIC S9(9)V9(2) COMP-3.

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-PROCESS-DATE   TO WS-PROCESS-DATE
           MOVE LNK-POLICY-NUMBER  TO ARR-POLICY-NUMBER
           MOVE LNK-UPDATE-USER    TO ARR-UPDATE-USER
           MOVE 0                  TO LNK-ROWS-UPDATED
           EVALUATE WS-OPERATION-TYPE
               WHEN 'GETACT'
                   PERFORM 2000-GET-ACTIVE
               WHEN 'ADD'
                   PERFORM 3000-ADD-ARRANGEMENT
               WHEN 'CANCEL'
                   PERFORM 3100-CANCEL-ARRANGEMENT
               WHEN 'KEEP'
                   PERFORM 4000-SETTLE-KEPT
               WHEN 'BREAK'
                   PERFORM 4100-SETTLE-BROKEN
               WHEN 'ACTSUM'
                   PERFORM 4200-ACTIVE-TOTAL
               WHEN 'OPEN'
                   MOVE LNK-PERIOD-FROM TO WS-PERIOD-FROM
                   MOVE LNK-PERIOD-TO   TO WS-PERIOD-TO
                   EXEC SQL OPEN ARRANGE-RESULT-CURSOR END-EXEC
               WHEN 'FETCH'
                   PERFORM 5000-FETCH-RESULT
               WHEN 'CLOSE'
                   EXEC SQL CLOSE ARRANGE-RESULT-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -803 AND -1
               DISPLAY 'ARRDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

      *    SQLCODE 100 = NO ACTIVE ARRANGEMENT ON THE POLICY.
       2000-GET-ACTIVE.
           EXEC SQL
               SELECT CHAR(ARR_ENTER_DATE, USA), ARR_FROM_INSTALL,
                      ARR_TO_INSTALL, CHAR(ARR_PROMISE_DATE, USA),
                      ARR_PROMISE_AMOUNT, ARR_AGREED_BY, ARR_STATUS,
                      CHAR(ARR_STATUS_DATE, USA), ARR_PAID_AMOUNT,
                      ARR_UPDATE_USER
                 INTO :ARR-ENTER-DATE, :ARR-FROM-INSTALL,
                      :ARR-TO-INSTALL, :ARR-PROMISE-DATE,
                      :ARR-PROMISE-AMOUNT, :ARR-AGREED-BY, :ARR-STATUS,
                      :ARR-STATUS-DATE, :ARR-PAID-AMOUNT,
                      :ARR-UPDATE-USER
                 FROM INSURNCE.TARRANGE
                WHERE ARR_POLICY_NUMBER = :ARR-POLICY-NUMBER
                  AND ARR_STATUS = 'A'
           END-EXEC
           IF SQLCODE EQUAL TO 0
               PERFORM 2100-RETURN-ARRANGEMENT
           END-IF.

       2100-RETURN-ARRANGEMENT.
           MOVE ARR-POLICY-NUMBER  TO LNK-OUT-POLICY-NUMBER
           MOVE ARR-ENTER-DATE     TO LNK-OUT-ENTER-DATE
           MOVE ARR-FROM-INSTALL   TO LNK-OUT-FROM-INSTALL
           MOVE ARR-TO-INSTALL     TO LNK-OUT-TO-INSTALL
           MOVE ARR-PROMISE-DATE   TO LNK-OUT-PROMISE-DATE
           MOVE ARR-PROMISE-AMOUNT TO LNK-OUT-PROMISE-AMOUNT
           MOVE ARR-AGREED-BY      TO LNK-OUT-AGREED-BY
           MOVE ARR-STATUS         TO LNK-OUT-STATUS
           MOVE ARR-STATUS-DATE    TO LNK-OUT-STATUS-DATE
           MOVE ARR-PAID-AMOUNT    TO LNK-OUT-PAID-AMOUNT
           MOVE ARR-UPDATE-USER    TO LNK-OUT-UPDATE-USER.

      *    -803 (AN ARRANGEMENT ALREADY ENTERED ON THE POLICY TODAY)
      *    IS LEFT TO THE CALLER.
       3000-ADD-ARRANGEMENT.
           MOVE LNK-PROCESS-DATE   TO ARR-ENTER-DATE
                                      ARR-STATUS-DATE
           MOVE LNK-FROM-INSTALL   TO ARR-FROM-INSTALL
           MOVE LNK-TO-INSTALL     TO ARR-TO-INSTALL
           MOVE LNK-PROMISE-DATE   TO ARR-PROMISE-DATE
           MOVE LNK-PROMISE-AMOUNT TO ARR-PROMISE-AMOUNT
           MOVE LNK-AGREED-BY      TO ARR-AGREED-BY
           MOVE 'A'                TO ARR-STATUS
           MOVE 0                  TO ARR-PAID-AMOUNT
           EXEC SQL
               INSERT INTO INSURNCE.TARRANGE (
                    ARR_POLICY_NUMBER, ARR_ENTER_DATE,
                    ARR_FROM_INSTALL, ARR_TO_INSTALL,
                    ARR_PROMISE_DATE, ARR_PROMISE_AMOUNT,
                    ARR_AGREED_BY, ARR_STATUS, ARR_STATUS_DATE,
                    ARR_PAID_AMOUNT, ARR_UPDATE_USER,
                    ARR_UPDATE_TIMESTAMP
                    ) VALUES (
                    :ARR-POLICY-NUMBER, DATE(:ARR-ENTER-DATE),
                    :ARR-FROM-INSTALL, :ARR-TO-INSTALL,
                    DATE(:ARR-PROMISE-DATE), :ARR-PROMISE-AMOUNT,
                    :ARR-AGREED-BY, :ARR-STATUS,
                    DATE(:ARR-STATUS-DATE), :ARR-PAID-AMOUNT,
                    :ARR-UPDATE-USER, CURRENT TIMESTAMP )
           END-EXEC.

      *    100 BACK MEANS NO ACTIVE ARRANGEMENT TO CANCEL.
       3100-CANCEL-ARRANGEMENT.
           EXEC SQL
               UPDATE INSURNCE.TARRANGE
                  SET ARR_STATUS      = 'C',
                      ARR_STATUS_DATE = DATE(:WS-PROCESS-DATE),
                      ARR_UPDATE_USER = :ARR-UPDATE-USER,
                      ARR_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE ARR_POLICY_NUMBER = :ARR-POLICY-NUMBER
                  AND ARR_STATUS = 'A'
           END-EXEC.

      *    A PROMISE IS KEPT ONCE THE PREMIUM RECEIVED ON THE COVERED
      *    INSTALLMENTS SINCE IT WAS MADE REACHES THE PROMISED AMOUNT
      *    - EARLY OR LATE, SO LONG AS IT IS STILL ACTIVE. A CHARGED-
      *    BACK CARD PAYMENT HAS LEFT THE INSTALLMENT (SEE DPAYMENT)
      *    AND DOES NOT COUNT. SQLERRD(3) CARRIES THE NUMBER KEPT.
       4000-SETTLE-KEPT.
           EXEC SQL
               UPDATE INSURNCE.TARRANGE A
                  SET ARR_STATUS      = 'K',
                      ARR_STATUS_DATE = DATE(:WS-PROCESS-DATE),
                      ARR_PAID_AMOUNT =
                          (SELECT COALESCE(SUM(P.PAY_AMOUNT), 0)
                             FROM INSURNCE.TPAYMENT P
                            WHERE P.PAY_POLICY_NUMBER =
                                  A.ARR_POLICY_NUMBER
                              AND P.PAY_INSTALL_NO
                                  BETWEEN A.ARR_FROM_INSTALL
                                      AND A.ARR_TO_INSTALL
                              AND P.PAY_RECEIPT_DATE >=
                                  A.ARR_ENTER_DATE),
                      ARR_UPDATE_USER = :ARR-UPDATE-USER,
                      ARR_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE ARR_STATUS = 'A'
                  AND (SELECT COALESCE(SUM(P.PAY_AMOUNT), 0)
                         FROM INSURNCE.TPAYMENT P
                        WHERE P.PAY_POLICY_NUMBER =
                              A.ARR_POLICY_NUMBER
                          AND P.PAY_INSTALL_NO
                              BETWEEN A.ARR_FROM_INSTALL
                                  AND A.ARR_TO_INSTALL
                          AND P.PAY_RECEIPT_DATE >= A.ARR_ENTER_DATE)
                      >= A.ARR_PROMISE_AMOUNT
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE SQLERRD(3) TO LNK-ROWS-UPDATED
           END-IF.

      *    RUN AFTER 'KEEP': WHATEVER IS STILL ACTIVE WITH ITS PROMISE
      *    DATE MORE THAN THE GRACE DAYS BEHIND IS BROKEN, WITH THE
      *    PART PAYMENT (IF ANY) KEPT FOR THE REPORT. SQLERRD(3)
      *    CARRIES THE NUMBER BROKEN.
       4100-SETTLE-BROKEN.
           MOVE LNK-GRACE-DAYS TO WS-GRACE-DAYS
           EXEC SQL
               UPDATE INSURNCE.TARRANGE A
                  SET ARR_STATUS      = 'B',
                      ARR_STATUS_DATE = DATE(:WS-PROCESS-DATE),
                      ARR_PAID_AMOUNT =
                          (SELECT COALESCE(SUM(P.PAY_AMOUNT), 0)
                             FROM INSURNCE.TPAYMENT P
                            WHERE P.PAY_POLICY_NUMBER =
                                  A.ARR_POLICY_NUMBER
                              AND P.PAY_INSTALL_NO
                                  BETWEEN A.ARR_FROM_INSTALL
                                      AND A.ARR_TO_INSTALL
                              AND P.PAY_RECEIPT_DATE >=
                                  A.ARR_ENTER_DATE),
                      ARR_UPDATE_USER = :ARR-UPDATE-USER,
                      ARR_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE ARR_STATUS = 'A'
                  AND ARR_PROMISE_DATE <
                      DATE(:WS-PROCESS-DATE) - :WS-GRACE-DAYS DAYS
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE SQLERRD(3) TO LNK-ROWS-UPDATED
           END-IF.

      *    PROMISES STILL OPEN ON THE RUN DATE AND WHAT THEY ARE FOR.
       4200-ACTIVE-TOTAL.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(ARR_PROMISE_AMOUNT), 0)
                 INTO :WS-ACTIVE-CNT, :WS-ACTIVE-TOTAL
                 FROM INSURNCE.TARRANGE
                WHERE ARR_STATUS = 'A'
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-ACTIVE-CNT   TO LNK-OUT-ACTIVE-CNT
               MOVE WS-ACTIVE-TOTAL TO LNK-OUT-ACTIVE-TOTAL
           END-IF.

       5000-FETCH-RESULT.
           EXEC SQL
               FETCH ARRANGE-RESULT-CURSOR
                   INTO :ARR-POLICY-NUMBER, :ARR-ENTER-DATE,
                        :ARR-FROM-INSTALL, :ARR-TO-INSTALL,
                        :ARR-PROMISE-DATE, :ARR-PROMISE-AMOUNT,
                        :ARR-AGREED-BY, :ARR-STATUS,
                        :ARR-STATUS-DATE, :ARR-PAID-AMOUNT,
                        :ARR-UPDATE-USER
           END-EXEC
           IF SQLCODE EQUAL TO 0
               PERFORM 2100-RETURN-ARRANGEMENT
           END-IF.

       END PROGRAM ARRDRVR1.
