       01  WS-CM-POLICY-TYPE              PIC X(50).
       01  WS-CM-RENEWAL-DATE             PIC X(10).
       01  WS-CM-PREMIUM                  PIC S9(5)V9(2) COMP-3.
       01  WS-CM-HOLDER-STATE             PIC X(2).
       01  WS-CM-TERM-START               PIC X(10).
       01  WS-CM-TERM-END                 PIC X(10).

      *    COLLECTION CHECK ON ONE RENEWAL TERM. TPAYMENT IS KEYED ON
      *    POLICY AND INSTALLMENT ONLY, SO A PAYMENT BELONGS TO THE
      *    TERM WHOSE DATES ITS DUE DATE FALLS BETWEEN. LATE FEES
      *    (100 UP) AND REVERSED CARD LINES (200/300 UP) ARE NOT
      *    PREMIUM.
       01  WS-CL-POLICY-NUMBER            PIC X(10).
       01  WS-CL-TERM-START               PIC X(10).
       01  WS-CL-TERM-END                 PIC X(10).
       01  WS-CL-FIRST-CNT                PIC S9(9) COMP.
       01  WS-CL-COLLECTED                PIC S9(7)V9(2) COMP-3.
       01  WS-CL-CANCEL-CNT               PIC S9(9) COMP.
       01  WS-CL-CANCEL-DATE              PIC X(10).

      *    EVERY RENEWAL EVENT IN THE STATEMENT PERIOD WITH ITS
      *    POLICY'S AGENT AND TYPE - THE RENEWAL EVIDENCE COMES FROM
                      R.RN_POLICY_NUMBER,
                      P.POLICY_TYPE,
                      R.RN_RENEWAL_DATE,
                      R.RN_PREMIUM_AMOUNT,
                      P.POLICY_HOLDER_STATE,
                      R.RN_OLD_EXPIRY_DATE,
                      R.RN_NEW_EXPIRY_DATE
                 FROM INSURNCE.TRENEWAL R
                      INNER JOIN INSURNCE.TPOLICY P
                          ON R.RN_POLICY_NUMBER = P.POLICY_NUMBER
               10  LNK-CM-POLICY-TYPE           PIC X(50).
               10  LNK-CM-RENEWAL-DATE          PIC X(10).
               10  LNK-CM-PREMIUM               PIC S9(5)V9(2) COMP-3.
      *    RENEWAL TERM AND COLLECTION FIELDS - APPENDED SO CMSCLAW1'S
      *    SHORTER AREA ('RATE' ONLY) IS UNAFFECTED. 'FETCH' RETURNS
      *    THE HOLDER STATE AND THE TERM; 'COLLECT' TAKES A POLICY AND
      *    TERM AND RETURNS WHETHER INSTALLMENT 1 OF THAT TERM IS PAID
      *    IN FULL, THE PREMIUM COLLECTED ON THE TERM AND THE FIRST
      *    CANCELLATION INSIDE IT (SPACES = NONE).
           05 LNK-HOLD-AREA.
               10  LNK-CM-HOLDER-STATE          PIC X(2).
               10  LNK-CM-TERM-START            PIC X(10).
               10  LNK-CM-TERM-END              PIC X(10).
               10  LNK-CL-POLICY-NUMBER         PIC X(10).
               10  LNK-CL-TERM-START            PIC X(10).
               10  LNK-CL-TERM-END              PIC X(10).
               10  LNK-CL-FIRST-PAID            PIC X(1).
               10  LNK-CL-COLLECTED             PIC S9(7)V9(2) COMP-3.
               10  LNK-CL-CANCEL-DATE           PIC X(10).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
                   PERFORM 3000-FETCH-COMMISSION
               WHEN 'CLOSE'
                   EXEC SQL CLOSE COMMISSION-CURSOR END-EXEC
               WHEN 'COLLECT'
                   PERFORM 4000-CHECK-COLLECTION
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
               FETCH COMMISSION-CURSOR
                   INTO :WS-CM-AGENT-CODE, :WS-CM-POLICY-NUMBER,
                        :WS-CM-POLICY-TYPE, :WS-CM-RENEWAL-DATE,
                        :WS-CM-PREMIUM, :WS-CM-HOLDER-STATE,
                        :WS-CM-TERM-START, :WS-CM-TERM-END
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-CM-AGENT-CODE    TO LNK-CM-AGENT-CODE
               MOVE WS-CM-POLICY-TYPE   TO LNK-CM-POLICY-TYPE
               MOVE WS-CM-RENEWAL-DATE  TO LNK-CM-RENEWAL-DATE
               MOVE WS-CM-PREMIUM       TO LNK-CM-PREMIUM
               MOVE WS-CM-HOLDER-STATE  TO LNK-CM-HOLDER-STATE
               MOVE WS-CM-TERM-START    TO LNK-CM-TERM-START
               MOVE WS-CM-TERM-END      TO LNK-CM-TERM-END
           END-IF.

       4000-CHECK-COLLECTION.
           MOVE LNK-CL-POLICY-NUMBER TO WS-CL-POLICY-NUMBER
           MOVE LNK-CL-TERM-START    TO WS-CL-TERM-START
           MOVE LNK-CL-TERM-END      TO WS-CL-TERM-END
           MOVE 'N'                  TO LNK-CL-FIRST-PAID
           MOVE 0                    TO LNK-CL-COLLECTED
           MOVE SPACES               TO LNK-CL-CANCEL-DATE
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CL-FIRST-CNT
               FROM INSURNCE.TPAYMENT
               WHERE PAY_POLICY_NUMBER = :WS-CL-POLICY-NUMBER
                 AND PAY_INSTALL_NO    = 1
                 AND PAY_STATUS IN ('M', 'O')
                 AND PAY_DUE_DATE     >= :WS-CL-TERM-START
                 AND PAY_DUE_DATE      < :WS-CL-TERM-END
           END-EXEC
           IF SQLCODE EQUAL TO 0 AND WS-CL-FIRST-CNT > 0
               MOVE 'Y' TO LNK-CL-FIRST-PAID
           END-IF
           EXEC SQL
               SELECT COALESCE(SUM(PAY_AMOUNT), 0)
               INTO :WS-CL-COLLECTED
               FROM INSURNCE.TPAYMENT
               WHERE PAY_POLICY_NUMBER = :WS-CL-POLICY-NUMBER
                 AND PAY_INSTALL_NO    < 100
                 AND PAY_DUE_DATE     >= :WS-CL-TERM-START
                 AND PAY_DUE_DATE      < :WS-CL-TERM-END
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-CL-COLLECTED TO LNK-CL-COLLECTED
           END-IF
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CL-CANCEL-CNT
               FROM INSURNCE.TCANCEL
               WHERE CN_POLICY_NUMBER = :WS-CL-POLICY-NUMBER
                 AND CN_CANCEL_DATE  >= :WS-CL-TERM-START
                 AND CN_CANCEL_DATE   < :WS-CL-TERM-END
           END-EXEC
           IF SQLCODE EQUAL TO 0 AND WS-CL-CANCEL-CNT > 0
               EXEC SQL
                   SELECT MIN(CN_CANCEL_DATE)
                   INTO :WS-CL-CANCEL-DATE
                   FROM INSURNCE.TCANCEL
                   WHERE CN_POLICY_NUMBER = :WS-CL-POLICY-NUMBER
                     AND CN_CANCEL_DATE  >= :WS-CL-TERM-START
                     AND CN_CANCEL_DATE   < :WS-CL-TERM-END
               END-EXEC
               IF SQLCODE EQUAL TO 0
                   MOVE WS-CL-CANCEL-DATE TO LNK-CL-CANCEL-DATE
               END-IF
           END-IF.

       END PROGRAM CMSDRVR1.
