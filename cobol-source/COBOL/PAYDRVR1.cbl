           INCLUDE DPAYMENT
       END-EXEC.

       EXEC SQL
           INCLUDE DFEEWAIV
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-POL-HOLDER-FNAME            PIC X(35).
       01  WS-POL-CONTACT-PREF            PIC X(1).
       01  WS-POL-PREF-LANGUAGE           PIC X(2).
       01  WS-SUM-PAID                    PIC S9(7)V9(2) COMP-3.
       01  WS-FEE-COUNT                   PIC S9(9) COMP.
       01  WS-PERIOD-START                PIC X(10).
       01  WS-PERIOD-END                  PIC X(10).
       01  WS-POL-HOLDER-ADDR-1           PIC X(100).
       01  WS-POL-HOLDER-ADDR-2           PIC X(100).
       01  WS-POL-HOLDER-CITY             PIC X(30).
       01  WS-POL-HOLDER-ZIP-CD           PIC X(10).
       01  WS-POL-HOLDER-MNAME            PIC X(1).
       01  WS-POL-HOLDER-EMAIL            PIC X(30).
       01  WS-POL-AGENT-CODE              PIC X(10).

      *    PAYMENT POSTING AND INQUIRY AGAINST INSURNCE.TPAYMENT, PLUS
      *    THE POLICY-HEADER LOOKUP THE PAYMENT JOBS NEED TO VALIDATE
      *    (POLICY/PAYMENT NOT ON FILE); -803 (DUPLICATE PAYMENT KEY)
      *    LIKEWISE; ANY OTHER NEGATIVE SQLCODE ABENDS HERE LIKE THE
      *    OTHER DRIVERS.
      *    LATE FEES ARE TPAYMENT DUE LINES OF THEIR OWN (INSTALLMENT
      *    NUMBER 100 PLUS THE PAST-DUE INSTALLMENT, SEE DPAYMENT) -
      *    ASSESSED BY DUNCYCL1 THROUGH 'RECORD', BILLED, COLLECTED
      *    AND WAIVED THROUGH THE FEE OPERATIONS BELOW.

       LINKAGE SECTION.
       01  LNK-AREA.
               10  LNK-POL-HOLDER-ADDR-2        PIC X(100).
               10  LNK-POL-HOLDER-CITY          PIC X(30).
               10  LNK-POL-HOLDER-ZIP-CD        PIC X(10).
      *        LATE-FEE FIELDS, ALSO AT THE END FOR THE SAME REASON -
      *        THE WAIVER REASON AND OPERATOR ARE INPUTS TO 'FEEWAIVE'
      *        ('FEEWVRSN' TAKES THE REASON), THE COUNT COMES BACK
      *        FROM 'FEESUM' AND 'FEEWVRSN'.
               10  LNK-FEE-COUNT                PIC S9(9) COMP.
               10  LNK-WAIVE-REASON             PIC X(4).
               10  LNK-WAIVE-USER               PIC X(8).
      *        ACCOUNT-STATEMENT FIELDS, AT THE END FOR THE SAME
      *        REASON - 'GETCONT' FILLS THE CONTACT FIELDS, 'GETPAY'
      *        THE RECEIPT DATE. ONLY A CALLER WHOSE AREA CARRIES
      *        THEM MAY ASK FOR EITHER OPERATION.
               10  LNK-POL-HOLDER-MNAME         PIC X(1).
               10  LNK-POL-HOLDER-EMAIL         PIC X(30).
               10  LNK-POL-AGENT-CODE           PIC X(10).
               10  LNK-PAID-RECEIPT-DATE        PIC X(10).
      *        CARD FIELDS, AT THE END FOR THE SAME REASON - 'CHKSRC'
      *        IS 'CHECK' PLUS THE CASH SOURCE OF THE PAYMENT.
               10  LNK-PAID-SOURCE              PIC X(8).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           EVALUATE WS-OPERATION-TYPE
               WHEN 'GETPOL'
                   PERFORM 2000-GET-POLICY
               WHEN 'GETCONT'
                   PERFORM 2100-GET-CONTACT
               WHEN 'RECORD'
                   PERFORM 3000-RECORD-PAYMENT
               WHEN 'CHECK'
                   PERFORM 4000-CHECK-INSTALLMENT
               WHEN 'CHKSRC'
                   PERFORM 4050-CHECK-INSTALLMENT-SOURCE
               WHEN 'GETPAY'
                   PERFORM 4100-GET-INSTALLMENT-PAYMENT
               WHEN 'SUMPAID'
                   PERFORM 5000-SUM-PAID
               WHEN 'SUMSRC'
                   PERFORM 6000-SUM-SOURCE-DATE
               WHEN 'GETFEE'
                   PERFORM 7000-GET-FEE
               WHEN 'FEEBILL'
                   PERFORM 7100-BILL-FEE
               WHEN 'FEEDUE'
                   PERFORM 7200-FEE-DUE-ON-STUB
               WHEN 'FEECOLL'
                   PERFORM 7300-COLLECT-FEES
               WHEN 'FEEWAIVE'
                   PERFORM 7400-WAIVE-FEE
               WHEN 'FEESUM'
                   PERFORM 7500-SUM-FEES
               WHEN 'FEEWVRSN'
                   PERFORM 7600-SUM-WAIVERS-BY-REASON
               WHEN 'REVERSE'
                   PERFORM 8000-REVERSE-PAYMENT
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
               MOVE WS-POL-HOLDER-ZIP-CD TO LNK-POL-HOLDER-ZIP-CD
           END-IF.

      *    THE CONTACT FIELDS 'GETPOL' DOES NOT CARRY - THE ACCOUNT
      *    STATEMENT RUN (ACCTSTM1) ROUTES TO THE EMAIL EXTRACT AND
      *    NAMES THE AGENT ON THE LETTER.
       2100-GET-CONTACT.
           EXEC SQL
               SELECT POLICY_HOLDER_MNAME, POLICY_HOLDER_EMAIL,
                      POLICY_AGENT_CODE
               INTO :WS-POL-HOLDER-MNAME, :WS-POL-HOLDER-EMAIL,
                    :WS-POL-AGENT-CODE
               FROM INSURNCE.TPOLICY
               WHERE POLICY_NUMBER = :PAY-POLICY-NUMBER
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-POL-HOLDER-MNAME  TO LNK-POL-HOLDER-MNAME
               MOVE WS-POL-HOLDER-EMAIL  TO LNK-POL-HOLDER-EMAIL
               MOVE WS-POL-AGENT-CODE    TO LNK-POL-AGENT-CODE
           END-IF.

       3000-RECORD-PAYMENT.
           MOVE LNK-AMOUNT        TO PAY-AMOUNT
           MOVE LNK-DUE-AMOUNT    TO PAY-DUE-AMOUNT
               MOVE PAY-STATUS TO LNK-PAID-STATUS
           END-IF.

      *    'CHECK' PLUS THE CASH SOURCE - THE DUNNING CYCLE COUNTS
      *    THE STUBS CARD PAYMENTS CLEARED AND LOOKS UP THE REVERSED
      *    LINE (INSTALLMENT 200 AND UP) OF A CARD CHARGEBACK.
       4050-CHECK-INSTALLMENT-SOURCE.
           EXEC SQL
               SELECT PAY_AMOUNT, PAY_STATUS, PAY_SOURCE
               INTO :PAY-AMOUNT, :PAY-STATUS, :PAY-SOURCE
               FROM INSURNCE.TPAYMENT
               WHERE PAY_POLICY_NUMBER = :PAY-POLICY-NUMBER
                 AND PAY_INSTALL_NO    = :PAY-INSTALL-NO
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE PAY-AMOUNT TO LNK-PAID-AMOUNT
               MOVE PAY-STATUS TO LNK-PAID-STATUS
               MOVE PAY-SOURCE TO LNK-PAID-SOURCE
           END-IF.

      *    'CHECK' PLUS THE DATE THE PAYMENT WAS RECEIVED - ONE LINE
      *    OF THE ACCOUNT STATEMENT. 100 = NOTHING POSTED YET.
       4100-GET-INSTALLMENT-PAYMENT.
           EXEC SQL
               SELECT PAY_AMOUNT, PAY_STATUS, PAY_RECEIPT_DATE
               INTO :PAY-AMOUNT, :PAY-STATUS, :PAY-RECEIPT-DATE
               FROM INSURNCE.TPAYMENT
               WHERE PAY_POLICY_NUMBER = :PAY-POLICY-NUMBER
                 AND PAY_INSTALL_NO    = :PAY-INSTALL-NO
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE PAY-AMOUNT       TO LNK-PAID-AMOUNT
               MOVE PAY-STATUS       TO LNK-PAID-STATUS
               MOVE PAY-RECEIPT-DATE TO LNK-PAID-RECEIPT-DATE
           END-IF.

      *    PREMIUM PAID ON THE POLICY - COLLECTED LATE FEES (THE
      *    FEE LINES, INSTALLMENT 100 AND UP) ARE NOT PREMIUM.
       5000-SUM-PAID.
           MOVE 0 TO WS-SUM-PAID
           EXEC SQL
               INTO :WS-SUM-PAID
               FROM INSURNCE.TPAYMENT
               WHERE PAY_POLICY_NUMBER = :PAY-POLICY-NUMBER
                 AND PAY_INSTALL_NO    < 100
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-SUM-PAID TO LNK-PAID-AMOUNT
           END-IF.

      *    TOTAL POSTED FROM ONE CASH SOURCE (PAY_SOURCE) FOR ONE
      *    RECEIPT DATE - THE BOOK SIDE OF THE BANK DEPOSIT
      *    RECONCILIATION (DEPRECN1).
       6000-SUM-SOURCE-DATE.
           MOVE LNK-PAY-SOURCE    TO PAY-SOURCE
           MOVE LNK-RECEIPT-DATE  TO PAY-RECEIPT-DATE
           MOVE 0 TO WS-SUM-PAID
           EXEC SQL
               SELECT COALESCE(SUM(PAY_AMOUNT), 0)
               INTO :WS-SUM-PAID
               FROM INSURNCE.TPAYMENT
               WHERE PAY_SOURCE       = :PAY-SOURCE
                 AND PAY_RECEIPT_DATE = :PAY-RECEIPT-DATE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-SUM-PAID TO LNK-PAID-AMOUNT
           END-IF.

      *    ONE LATE-FEE LINE: THE FEE (PAY_DUE_AMOUNT) AND ITS STATUS
      *    COME BACK IN THE PAID AMOUNT/STATUS FIELDS. 100 = NO FEE
      *    WAS EVER ASSESSED ON THE INSTALLMENT.
       7000-GET-FEE.
           EXEC SQL
               SELECT PAY_DUE_AMOUNT, PAY_STATUS
               INTO :PAY-DUE-AMOUNT, :PAY-STATUS
               FROM INSURNCE.TPAYMENT
               WHERE PAY_POLICY_NUMBER = :PAY-POLICY-NUMBER
                 AND PAY_INSTALL_NO    = :PAY-INSTALL-NO
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE PAY-DUE-AMOUNT TO LNK-PAID-AMOUNT
               MOVE PAY-STATUS     TO LNK-PAID-STATUS
           END-IF.

      *    MOVES AN OPEN FEE ONTO THE STUB THAT CARRIES IT - THE DUE
      *    DATE IS HOW PMTPOST1 FINDS THE FEE WHEN THAT STUB IS PAID.
       7100-BILL-FEE.
           MOVE LNK-DUE-DATE      TO PAY-DUE-DATE
           EXEC SQL
               UPDATE INSURNCE.TPAYMENT
                  SET PAY_DUE_DATE = :PAY-DUE-DATE
               WHERE PAY_POLICY_NUMBER = :PAY-POLICY-NUMBER
                 AND PAY_INSTALL_NO    = :PAY-INSTALL-NO
                 AND PAY_STATUS        = 'F'
           END-EXEC.

      *    OPEN FEES BILLED ON THE STUB DUE ON LNK-DUE-DATE - WHAT
      *    THE CUSTOMER WAS ASKED TO PAY ON TOP OF THE INSTALLMENT.
       7200-FEE-DUE-ON-STUB.
           MOVE LNK-DUE-DATE      TO PAY-DUE-DATE
           MOVE 0 TO WS-SUM-PAID
           EXEC SQL
               SELECT COALESCE(SUM(PAY_DUE_AMOUNT), 0)
               INTO :WS-SUM-PAID
               FROM INSURNCE.TPAYMENT
               WHERE PAY_POLICY_NUMBER = :PAY-POLICY-NUMBER
                 AND PAY_INSTALL_NO    > 100
                 AND PAY_STATUS        = 'F'
                 AND PAY_DUE_DATE      = :PAY-DUE-DATE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-SUM-PAID TO LNK-PAID-AMOUNT
           END-IF.

      *    THE FEES BILLED ON A STUB ARE PAID WITH IT: EACH LINE TAKES
      *    THE RECEIPT'S DATE AND CASH SOURCE, SO THE DEPOSIT
      *    RECONCILIATION'S BOOK SIDE (SUMSRC) INCLUDES THE FEE CASH.
       7300-COLLECT-FEES.
           MOVE LNK-DUE-DATE      TO PAY-DUE-DATE
           MOVE LNK-RECEIPT-DATE  TO PAY-RECEIPT-DATE
           MOVE LNK-PAY-SOURCE    TO PAY-SOURCE
           EXEC SQL
               UPDATE INSURNCE.TPAYMENT
                  SET PAY_STATUS       = 'C',
                      PAY_AMOUNT       = PAY_DUE_AMOUNT,
                      PAY_RECEIPT_DATE = :PAY-RECEIPT-DATE,
                      PAY_SOURCE       = :PAY-SOURCE
               WHERE PAY_POLICY_NUMBER = :PAY-POLICY-NUMBER
                 AND PAY_INSTALL_NO    > 100
                 AND PAY_STATUS        = 'F'
                 AND PAY_DUE_DATE      = :PAY-DUE-DATE
           END-EXEC.

      *    AN OPEN FEE ONLY (100 = NOT OPEN - ALREADY COLLECTED OR
      *    WAIVED). THE WAIVER DATE GOES IN PAY_RECEIPT_DATE; THE
      *    REASON AND OPERATOR GO TO TFEEWAIV.
       7400-WAIVE-FEE.
           MOVE LNK-RECEIPT-DATE  TO PAY-RECEIPT-DATE
           EXEC SQL
               UPDATE INSURNCE.TPAYMENT
                  SET PAY_STATUS       = 'W',
                      PAY_RECEIPT_DATE = :PAY-RECEIPT-DATE
               WHERE PAY_POLICY_NUMBER = :PAY-POLICY-NUMBER
                 AND PAY_INSTALL_NO    = :PAY-INSTALL-NO
                 AND PAY_STATUS        = 'F'
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE PAY-POLICY-NUMBER TO FW-POLICY-NUMBER
               MOVE PAY-INSTALL-NO    TO FW-INSTALL-NO
               MOVE LNK-DUE-AMOUNT    TO FW-FEE-AMOUNT
               MOVE LNK-WAIVE-REASON  TO FW-REASON-CODE
               MOVE LNK-WAIVE-USER    TO FW-WAIVE-USER
               MOVE LNK-RECEIPT-DATE  TO FW-WAIVE-DATE
               EXEC SQL
                   INSERT INTO INSURNCE.TFEEWAIV (
                        FW_POLICY_NUMBER, FW_INSTALL_NO,
                        FW_FEE_AMOUNT, FW_REASON_CODE,
                        FW_WAIVE_USER, FW_WAIVE_DATE,
                        FW_ADD_TIMESTAMP
                        ) VALUES (
                        :FW-POLICY-NUMBER, :FW-INSTALL-NO,
                        :FW-FEE-AMOUNT, :FW-REASON-CODE,
                        :FW-WAIVE-USER, :FW-WAIVE-DATE,
                        CURRENT TIMESTAMP )
               END-EXEC
           END-IF.

      *    FEE COUNT AND AMOUNT FOR THE MONTHLY FEE REPORT (FEERPT1).
      *    LNK-PAY-STATUS PICKS THE MEASURE: 'A' = ASSESSED IN THE
      *    PERIOD (BY THE LINE'S INSERT DATE), 'W'/'C' = WAIVED OR
      *    COLLECTED IN THE PERIOD, 'F' = STILL OPEN AT RUN TIME. THE
      *    PERIOD COMES IN LNK-DUE-DATE (FROM) AND LNK-RECEIPT-DATE
      *    (TO).
       7500-SUM-FEES.
           MOVE LNK-DUE-DATE      TO WS-PERIOD-START
           MOVE LNK-RECEIPT-DATE  TO WS-PERIOD-END
           MOVE LNK-PAY-STATUS    TO PAY-STATUS
           MOVE 0 TO WS-SUM-PAID WS-FEE-COUNT
           EVALUATE LNK-PAY-STATUS
               WHEN 'A'
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(PAY_DUE_AMOUNT), 0)
                       INTO :WS-FEE-COUNT, :WS-SUM-PAID
                       FROM INSURNCE.TPAYMENT
                       WHERE PAY_INSTALL_NO > 100
                         AND PAY_INSTALL_NO < 200
                         AND DATE(PAY_ADD_TIMESTAMP)
                             BETWEEN :WS-PERIOD-START
                                 AND :WS-PERIOD-END
                   END-EXEC
               WHEN 'F'
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(PAY_DUE_AMOUNT), 0)
                       INTO :WS-FEE-COUNT, :WS-SUM-PAID
                       FROM INSURNCE.TPAYMENT
                       WHERE PAY_INSTALL_NO > 100
                         AND PAY_STATUS     = 'F'
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       SELECT COUNT(*),
                              COALESCE(SUM(PAY_DUE_AMOUNT), 0)
                       INTO :WS-FEE-COUNT, :WS-SUM-PAID
                       FROM INSURNCE.TPAYMENT
                       WHERE PAY_INSTALL_NO > 100
                         AND PAY_STATUS     = :PAY-STATUS
                         AND PAY_RECEIPT_DATE
                             BETWEEN :WS-PERIOD-START
                                 AND :WS-PERIOD-END
                   END-EXEC
           END-EVALUATE
           IF SQLCODE EQUAL TO 0
               MOVE WS-SUM-PAID  TO LNK-PAID-AMOUNT
               MOVE WS-FEE-COUNT TO LNK-FEE-COUNT
           END-IF.

      *    WAIVERS IN THE PERIOD FOR ONE REASON CODE (FEERPT1).
       7600-SUM-WAIVERS-BY-REASON.
           MOVE LNK-DUE-DATE      TO WS-PERIOD-START
           MOVE LNK-RECEIPT-DATE  TO WS-PERIOD-END
           MOVE LNK-WAIVE-REASON  TO FW-REASON-CODE
           MOVE 0 TO WS-SUM-PAID WS-FEE-COUNT
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(FW_FEE_AMOUNT), 0)
               INTO :WS-FEE-COUNT, :WS-SUM-PAID
               FROM INSURNCE.TFEEWAIV
               WHERE FW_REASON_CODE = :FW-REASON-CODE
                 AND FW_WAIVE_DATE
                     BETWEEN :WS-PERIOD-START AND :WS-PERIOD-END
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-SUM-PAID  TO LNK-PAID-AMOUNT
               MOVE WS-FEE-COUNT TO LNK-FEE-COUNT
           END-IF.

      *    A PROCESSOR CHARGEBACK AGAINST A CARD PAYMENT (CRDPOST1).
      *    ONLY A POSTED PAYMENT FROM THE SOURCE GIVEN, AND ONLY WHEN
      *    THE CHARGEBACK COVERS AT LEAST THE PREMIUM POSTED - ANYTHING
      *    ELSE IS 100 AND GOES TO THE CASH DESK. THE PAYMENT LINE IS
      *    RE-KEYED OUT OF THE INSTALLMENT AND A NEGATIVE CHARGEBACK
      *    LINE ADDED (SEE DPAYMENT); THE PREMIUM REVERSED COMES BACK
      *    IN THE PAID AMOUNT. -803 = THE INSTALLMENT WAS ALREADY
      *    CHARGED BACK ONCE.
       8000-REVERSE-PAYMENT.
           MOVE LNK-PAY-SOURCE    TO PAY-SOURCE
           MOVE LNK-AMOUNT        TO PAY-AMOUNT
           EXEC SQL
               SELECT PAY_AMOUNT, PAY_DUE_DATE
               INTO :PAY-AMOUNT, :PAY-DUE-DATE
               FROM INSURNCE.TPAYMENT
               WHERE PAY_POLICY_NUMBER = :PAY-POLICY-NUMBER
                 AND PAY_INSTALL_NO    = :PAY-INSTALL-NO
                 AND PAY_SOURCE        = :PAY-SOURCE
                 AND PAY_STATUS IN ('M', 'S', 'O')
                 AND PAY_AMOUNT       <= :PAY-AMOUNT
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE PAY-AMOUNT TO LNK-PAID-AMOUNT
               PERFORM 8100-REKEY-REVERSED-PAYMENT
           END-IF.

       8100-REKEY-REVERSED-PAYMENT.
           EXEC SQL
               UPDATE INSURNCE.TPAYMENT
                  SET PAY_INSTALL_NO = PAY_INSTALL_NO + 200,
                      PAY_STATUS     = 'R'
               WHERE PAY_POLICY_NUMBER = :PAY-POLICY-NUMBER
                 AND PAY_INSTALL_NO    = :PAY-INSTALL-NO
           END-EXEC
           IF SQLCODE EQUAL TO 0
               COMPUTE PAY-INSTALL-NO = LNK-INSTALL-NO + 300
               COMPUTE PAY-AMOUNT     = 0 - LNK-AMOUNT
               MOVE 0                 TO PAY-DUE-AMOUNT
               MOVE LNK-RECEIPT-DATE  TO PAY-RECEIPT-DATE
               MOVE 'B'               TO PAY-STATUS
               EXEC SQL
                   INSERT INTO INSURNCE.TPAYMENT (
                        PAY_POLICY_NUMBER, PAY_INSTALL_NO,
                        PAY_AMOUNT, PAY_DUE_AMOUNT, PAY_DUE_DATE,
                        PAY_RECEIPT_DATE, PAY_STATUS, PAY_SOURCE,
                        PAY_ADD_TIMESTAMP
                        ) VALUES (
                        :PAY-POLICY-NUMBER, :PAY-INSTALL-NO,
                        :PAY-AMOUNT, :PAY-DUE-AMOUNT, :PAY-DUE-DATE,
                        :PAY-RECEIPT-DATE, :PAY-STATUS, :PAY-SOURCE,
                        CURRENT TIMESTAMP )
               END-EXEC
           END-IF.

       END PROGRAM PAYDRVR1.
