       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIQDRVR1.
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
           INCLUDE DPAYMENT
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-PROCESS-DATE                PIC X(10).
       01  WS-PREMIUM-DUE                 PIC S9(7)V9(2) COMP-3.
       01  WS-PREMIUM-PAID                PIC S9(7)V9(2) COMP-3.
       01  WS-FEES-DUE                    PIC S9(7)V9(2) COMP-3.
       01  WS-EVT-TYPE                    PIC X(1).
       01  WS-EVT-DATE                    PIC X(10).
       01  WS-EVT-AMOUNT                  PIC S9(5)V9(2) COMP-3.
       01  WS-EVT-DETAIL                  PIC X(10).
       01  WS-EVT-EXPIRY-DATE             PIC X(10).

      *    READ-ONLY ACCESS FOR THE ONLINE POLICY INQUIRY (POLINQ1).
      *    NOTHING HERE LOCKS OR UPDATES A ROW, SO THE SERVICE DESK
      *    CAN LOOK AT A POLICY WHILE THE BATCH SUITE IS WORKING ON IT.

      *    EVERY TPAYMENT LINE OF THE POLICY IN INSTALLMENT ORDER -
      *    PREMIUM INSTALLMENTS FIRST, THEN FEE (100+), REVERSAL (200+)
      *    AND CHARGEBACK (300+) LINES.
       EXEC SQL
           DECLARE PAYMENT-CURSOR CURSOR FOR
               SELECT PAY_INSTALL_NO, PAY_AMOUNT, PAY_DUE_AMOUNT,
                      CHAR(PAY_DUE_DATE, USA),
                      CHAR(PAY_RECEIPT_DATE, USA),
                      PAY_STATUS, PAY_SOURCE
                 FROM INSURNCE.TPAYMENT
                WHERE PAY_POLICY_NUMBER = :POLICY-NUMBER
                ORDER BY PAY_INSTALL_NO
       END-EXEC.

      *    RENEWALS (R), CANCELLATIONS (C) AND REINSTATEMENTS (I) OF
      *    THE POLICY IN DATE ORDER. AMOUNT IS THE RENEWED PREMIUM, THE
      *    REFUND OR THE REINSTATEMENT PAYMENT; DETAIL IS THE RENEWAL
      *    CHANNEL OR THE CANCEL REASON; EXPIRY IS THE NEW EXPIRY (THE
      *    TERM EXPIRY FOR A CANCELLATION).
       EXEC SQL
           DECLARE EVENT-CURSOR CURSOR FOR
               SELECT E.EVENT_TYPE, CHAR(E.EVENT_DATE, USA),
                      E.EVENT_AMOUNT, E.EVENT_DETAIL,
                      CHAR(E.EVENT_EXPIRY, USA)
                 FROM (SELECT 'R', RN_RENEWAL_DATE, RN_PREMIUM_AMOUNT,
                              RN_CHANNEL, RN_NEW_EXPIRY_DATE
                         FROM INSURNCE.TRENEWAL
                        WHERE RN_POLICY_NUMBER = :POLICY-NUMBER
                       UNION ALL
                       SELECT 'C', CN_CANCEL_DATE, CN_REFUND_AMOUNT,
                              CN_REASON, CN_TERM_EXPIRY_DATE
                         FROM INSURNCE.TCANCEL
                        WHERE CN_POLICY_NUMBER = :POLICY-NUMBER
                       UNION ALL
                       SELECT 'I', RI_REINSTATE_DATE, RI_PAYMENT_AMOUNT,
                              '          ', RI_NEW_EXPIRY_DATE
                         FROM INSURNCE.TREINST
                        WHERE RI_POLICY_NUMBER = :POLICY-NUMBER)
                      AS E (EVENT_TYPE, EVENT_DATE, EVENT_AMOUNT,
                            EVENT_DETAIL, EVENT_EXPIRY)
                ORDER BY E.EVENT_DATE, E.EVENT_TYPE
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-PROCESS-DATE             PIC X(10).
               10  LNK-POLICY-NUMBER            PIC X(10).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-HOLDER-FNAME             PIC X(35).
               10  LNK-HOLDER-MNAME             PIC X(1).
               10  LNK-HOLDER-LNAME             PIC X(35).
               10  LNK-HOLDER-ADDR-1            PIC X(100).
               10  LNK-HOLDER-ADDR-2            PIC X(100).
               10  LNK-HOLDER-CITY              PIC X(30).
               10  LNK-HOLDER-STATE             PIC X(2).
               10  LNK-HOLDER-ZIP-CD            PIC X(10).
               10  LNK-HOLDER-DOB               PIC X(10).
               10  LNK-HOLDER-PHONE             PIC X(10).
               10  LNK-HOLDER-EMAIL             PIC X(30).
               10  LNK-BENEF-NAME               PIC X(60).
               10  LNK-BENEF-RELATION           PIC X(15).
               10  LNK-PAYMENT-FREQ             PIC X(10).
               10  LNK-PAYMENT-METHOD           PIC X(8).
               10  LNK-UNDERWRITER              PIC X(50).
               10  LNK-POLICY-TYPE              PIC X(50).
               10  LNK-PREMIUM-AMOUNT           PIC S9(5)V9(2) COMP-3.
               10  LNK-COVERAGE-AMOUNT          PIC S9(8)V9(2) COMP-3.
               10  LNK-START-DATE               PIC X(10).
               10  LNK-EXPIRY-DATE              PIC X(10).
               10  LNK-POLICY-STATUS            PIC X(1).
               10  LNK-AGENT-CODE               PIC X(10).
               10  LNK-CLAIMED                  PIC X(1).
               10  LNK-DISCOUNT-CODE            PIC X(10).
               10  LNK-CONTACT-PREF             PIC X(1).
               10  LNK-PREF-LANGUAGE            PIC X(2).
               10  LNK-PAY-INSTALL-NO           PIC S9(9) COMP.
               10  LNK-PAY-AMOUNT               PIC S9(5)V9(2) COMP-3.
               10  LNK-PAY-DUE-AMOUNT           PIC S9(5)V9(2) COMP-3.
               10  LNK-PAY-DUE-DATE             PIC X(10).
               10  LNK-PAY-RECEIPT-DATE         PIC X(10).
               10  LNK-PAY-STATUS               PIC X(1).
               10  LNK-PAY-SOURCE               PIC X(8).
               10  LNK-PREMIUM-DUE              PIC S9(7)V9(2) COMP-3.
               10  LNK-PREMIUM-PAID             PIC S9(7)V9(2) COMP-3.
               10  LNK-FEES-DUE                 PIC S9(7)V9(2) COMP-3.
               10  LNK-BALANCE                  PIC S9(7)V9(2) COMP-3.
               10  LNK-EVT-TYPE                 PIC X(1).
               10  LNK-EVT-DATE                 PIC X(10).
               10  LNK-EVT-AMOUNT               PIC S9(5)V9(2) COMP-3.
               10  LNK-EVT-DETAIL               PIC X(10).
               10  LNK-EVT-EXPIRY-DATE          PIC X(10).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE  TO WS-OPERATION-TYPE
           MOVE LNK-PROCESS-DATE    TO WS-PROCESS-DATE
           MOVE LNK-POLICY-NUMBER   TO POLICY-NUMBER
           EVALUATE WS-OPERATION-TYPE
               WHEN 'POLGET'
                   PERFORM 2000-GET-POLICY
               WHEN 'PAY-OPEN'
                   EXEC SQL OPEN PAYMENT-CURSOR END-EXEC
               WHEN 'PAY-FETCH'
                   PERFORM 3000-FETCH-PAYMENT
               WHEN 'PAY-CLOSE'
                   EXEC SQL CLOSE PAYMENT-CURSOR END-EXEC
               WHEN 'PAYSUM'
                   PERFORM 4000-SUM-BALANCE
               WHEN 'EVT-OPEN'
                   EXEC SQL OPEN EVENT-CURSOR END-EXEC
               WHEN 'EVT-FETCH'
                   PERFORM 5000-FETCH-EVENT
               WHEN 'EVT-CLOSE'
                   EXEC SQL CLOSE EVENT-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'PIQDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

      *    HOLDER AND TERM DETAILS. TERMS AND CONDITIONS ARE LEFT OUT -
      *    THEY DO NOT FIT A SCREEN AND THE DESK WORKS FROM THE PACK.
       2000-GET-POLICY.
           EXEC SQL
               SELECT POLICY_HOLDER_FNAME, POLICY_HOLDER_MNAME,
                      POLICY_HOLDER_LNAME, POLICY_HOLDER_ADDR_1,
                      POLICY_HOLDER_ADDR_2, POLICY_HOLDER_CITY,
                      POLICY_HOLDER_STATE, POLICY_HOLDER_ZIP_CD,
                      POLICY_HOLDER_DOB, POLICY_HOLDER_PHONE,
                      POLICY_HOLDER_EMAIL, POLICY_BENEF_NAME,
                      POLICY_BENEF_RELATION, POLICY_PAYMENT_FREQ,
                      POLICY_PAYMENT_METHOD, POLICY_UNDERWRITER,
                      POLICY_TYPE, POLICY_PREMIUM_AMOUNT,
                      POLICY_COVERAGE_AMOUNT,
                      CHAR(POLICY_START_DATE, USA),
                      CHAR(POLICY_EXPIRY_DATE, USA),
                      POLICY_STATUS, POLICY_AGENT_CODE,
                      POLICY_CLAIMED, POLICY_DISCOUNT_CODE,
                      POLICY_CONTACT_PREF, POLICY_PREF_LANGUAGE
               INTO :POLICY-HOLDER-FNAME, :POLICY-HOLDER-MNAME,
                    :POLICY-HOLDER-LNAME, :POLICY-HOLDER-ADDR-1,
                    :POLICY-HOLDER-ADDR-2, :POLICY-HOLDER-CITY,
                    :POLICY-HOLDER-STATE, :POLICY-HOLDER-ZIP-CD,
                    :POLICY-HOLDER-DOB, :POLICY-HOLDER-PHONE,
                    :POLICY-HOLDER-EMAIL, :POLICY-BENEF-NAME,
                    :POLICY-BENEF-RELATION, :POLICY-PAYMENT-FREQ,
                    :POLICY-PAYMENT-METHOD, :POLICY-UNDERWRITER,
                    :POLICY-TYPE, :POLICY-PREMIUM-AMOUNT,
                    :POLICY-COVERAGE-AMOUNT,
                    :POLICY-START-DATE, :POLICY-EXPIRY-DATE,
                    :POLICY-STATUS, :POLICY-AGENT-CODE,
                    :POLICY-CLAIMED, :POLICY-DISCOUNT-CODE,
                    :POLICY-CONTACT-PREF, :POLICY-PREF-LANGUAGE
               FROM INSURNCE.TPOLICY
               WHERE POLICY_NUMBER = :POLICY-NUMBER
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE POLICY-HOLDER-FNAME    TO LNK-HOLDER-FNAME
               MOVE POLICY-HOLDER-MNAME    TO LNK-HOLDER-MNAME
               MOVE POLICY-HOLDER-LNAME    TO LNK-HOLDER-LNAME
               MOVE POLICY-HOLDER-ADDR-1   TO LNK-HOLDER-ADDR-1
               MOVE POLICY-HOLDER-ADDR-2   TO LNK-HOLDER-ADDR-2
               MOVE POLICY-HOLDER-CITY     TO LNK-HOLDER-CITY
               MOVE POLICY-HOLDER-STATE    TO LNK-HOLDER-STATE
               MOVE POLICY-HOLDER-ZIP-CD   TO LNK-HOLDER-ZIP-CD
               MOVE POLICY-HOLDER-DOB      TO LNK-HOLDER-DOB
               MOVE POLICY-HOLDER-PHONE    TO LNK-HOLDER-PHONE
               MOVE POLICY-HOLDER-EMAIL    TO LNK-HOLDER-EMAIL
               MOVE POLICY-BENEF-NAME      TO LNK-BENEF-NAME
               MOVE POLICY-BENEF-RELATION  TO LNK-BENEF-RELATION
               MOVE POLICY-PAYMENT-FREQ    TO LNK-PAYMENT-FREQ
               MOVE POLICY-PAYMENT-METHOD  TO LNK-PAYMENT-METHOD
               MOVE POLICY-UNDERWRITER     TO LNK-UNDERWRITER
               MOVE POLICY-TYPE            TO LNK-POLICY-TYPE
               MOVE POLICY-PREMIUM-AMOUNT  TO LNK-PREMIUM-AMOUNT
               MOVE POLICY-COVERAGE-AMOUNT TO LNK-COVERAGE-AMOUNT
               MOVE POLICY-START-DATE      TO LNK-START-DATE
               MOVE POLICY-EXPIRY-DATE     TO LNK-EXPIRY-DATE
               MOVE POLICY-STATUS          TO LNK-POLICY-STATUS
               MOVE POLICY-AGENT-CODE      TO LNK-AGENT-CODE
               MOVE POLICY-CLAIMED         TO LNK-CLAIMED
               MOVE POLICY-DISCOUNT-CODE   TO LNK-DISCOUNT-CODE
               MOVE POLICY-CONTACT-PREF    TO LNK-CONTACT-PREF
               MOVE POLICY-PREF-LANGUAGE   TO LNK-PREF-LANGUAGE
           END-IF.

       3000-FETCH-PAYMENT.
           EXEC SQL
               FETCH PAYMENT-CURSOR
                   INTO :PAY-INSTALL-NO, :PAY-AMOUNT, :PAY-DUE-AMOUNT,
                        :PAY-DUE-DATE, :PAY-RECEIPT-DATE,
                        :PAY-STATUS, :PAY-SOURCE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE PAY-INSTALL-NO        TO LNK-PAY-INSTALL-NO
               MOVE PAY-AMOUNT            TO LNK-PAY-AMOUNT
               MOVE PAY-DUE-AMOUNT        TO LNK-PAY-DUE-AMOUNT
               MOVE PAY-DUE-DATE          TO LNK-PAY-DUE-DATE
               MOVE PAY-RECEIPT-DATE      TO LNK-PAY-RECEIPT-DATE
               MOVE PAY-STATUS            TO LNK-PAY-STATUS
               MOVE PAY-SOURCE            TO LNK-PAY-SOURCE
           END-IF.

      *    BALANCE AS AT THE PROCESS DATE: PREMIUM INSTALLMENTS FALLEN
      *    DUE, LESS EVERYTHING PAID AGAINST INSTALLMENTS (CHARGEBACKS
      *    ARE NEGATIVE LINES OF THEIR OWN AND FALL OUTSIDE THIS SUM,
      *    AS THEY DO IN SUMPAID OF PAYDRVR1), PLUS LATE FEES STILL DUE.
       4000-SUM-BALANCE.
           MOVE 0 TO WS-PREMIUM-DUE
           MOVE 0 TO WS-PREMIUM-PAID
           MOVE 0 TO WS-FEES-DUE
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN PAY_INSTALL_NO < 100
                                         AND PAY_DUE_DATE <=
                                               DATE(:WS-PROCESS-DATE)
                                        THEN PAY_DUE_AMOUNT
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN PAY_INSTALL_NO < 100
                                        THEN PAY_AMOUNT
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN PAY_INSTALL_NO > 100
                                         AND PAY_INSTALL_NO < 200
                                         AND PAY_STATUS = 'F'
                                        THEN PAY_DUE_AMOUNT
                                        ELSE 0 END), 0)
               INTO :WS-PREMIUM-DUE, :WS-PREMIUM-PAID, :WS-FEES-DUE
               FROM INSURNCE.TPAYMENT
               WHERE PAY_POLICY_NUMBER = :POLICY-NUMBER
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-PREMIUM-DUE        TO LNK-PREMIUM-DUE
               MOVE WS-PREMIUM-PAID       TO LNK-PREMIUM-PAID
               MOVE WS-FEES-DUE           TO LNK-FEES-DUE
               COMPUTE LNK-BALANCE = WS-PREMIUM-DUE - WS-PREMIUM-PAID
                                   + WS-FEES-DUE
           END-IF.

       5000-FETCH-EVENT.
           EXEC SQL
               FETCH EVENT-CURSOR
                   INTO :WS-EVT-TYPE, :WS-EVT-DATE, :WS-EVT-AMOUNT,
                        :WS-EVT-DETAIL, :WS-EVT-EXPIRY-DATE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-EVT-TYPE           TO LNK-EVT-TYPE
               MOVE WS-EVT-DATE           TO LNK-EVT-DATE
               MOVE WS-EVT-AMOUNT         TO LNK-EVT-AMOUNT
               MOVE WS-EVT-DETAIL         TO LNK-EVT-DETAIL
               MOVE WS-EVT-EXPIRY-DATE    TO LNK-EVT-EXPIRY-DATE
           END-IF.

       END PROGRAM PIQDRVR1.
