       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTDRVR1.
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
           INCLUDE DCOVERAG
       END-EXEC.

       EXEC SQL
           INCLUDE DTRAKING
       END-EXEC.

       EXEC SQL
           INCLUDE DPAYMENT
       END-EXEC.

       EXEC SQL
           INCLUDE DRENEWAL
       END-EXEC.

       EXEC SQL
           INCLUDE DCANCEL
       END-EXEC.

       EXEC SQL
           INCLUDE DLIENHLD
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-STATE                       PIC X(2).
       01  WS-EXPIRY-FROM                 PIC X(10).
       01  WS-EXPIRY-TO                   PIC X(10).
       01  WS-TABLE-ID                    PIC X(3).
       01  WS-POLICY-NUMBER               PIC X(10).
       01  WS-CNT-POL                     PIC S9(9) COMP.
       01  WS-CNT-CUS                     PIC S9(9) COMP.
       01  WS-CNT-COV                     PIC S9(9) COMP.
       01  WS-CNT-TRK                     PIC S9(9) COMP.
       01  WS-CNT-PAY                     PIC S9(9) COMP.
       01  WS-CNT-RNW                     PIC S9(9) COMP.
       01  WS-CNT-CAN                     PIC S9(9) COMP.
       01  WS-CNT-LH                      PIC S9(9) COMP.

      *    THE TEST-DATA SLICE: EVERY POLICY OF THE CALLER'S STATE
      *    (BLANK = ALL STATES) WHOSE EXPIRY FALLS IN THE CALLER'S
      *    WINDOW, WHOLE ROW, IN POLICY ORDER. TSTEXT1 OPENS IT TWICE -
      *    ONCE TO EXTRACT, ONCE TO PROVE THE MASK - SO THE ORDER MUST
      *    BE STABLE.
       EXEC SQL
           DECLARE SLICE-CURSOR CURSOR FOR
               SELECT POLICY_NUMBER,
                      POLICY_HOLDER_FNAME,
                      POLICY_HOLDER_MNAME,
                      POLICY_HOLDER_LNAME,
                      POLICY_BENEF_NAME,
                      POLICY_BENEF_RELATION,
                      POLICY_HOLDER_ADDR_1,
                      POLICY_HOLDER_ADDR_2,
                      POLICY_HOLDER_CITY,
                      POLICY_HOLDER_STATE,
                      POLICY_HOLDER_ZIP_CD,
                      POLICY_HOLDER_DOB,
                      POLICY_HOLDER_GENDER,
                      POLICY_HOLDER_PHONE,
                      POLICY_HOLDER_EMAIL,
                      POLICY_PAYMENT_FREQ,
                      POLICY_PAYMENT_METHOD,
                      POLICY_UNDERWRITER,
                      POLICY_TERMS_COND,
                      POLICY_CLAIMED,
                      POLICY_DISCOUNT_CODE,
                      POLICY_PREMIUM_AMOUNT,
                      POLICY_COVERAGE_AMOUNT,
                      POLICY_TYPE,
                      POLICY_START_DATE,
                      POLICY_EXPIRY_DATE,
                      POLICY_STATUS,
                      POLICY_AGENT_CODE,
                      POLICY_NOTIFY_FLAG,
                      POLICY_CONTACT_PREF,
                      POLICY_PREF_LANGUAGE,
                      POLICY_ADD_TIMESTAMP,
                      POLICY_UPDATE_TIMESTAMP
                 FROM INSURNCE.TPOLICY
                 WHERE (:WS-STATE = ' '
                        OR POLICY_HOLDER_STATE = :WS-STATE)
                   AND POLICY_EXPIRY_DATE
                       BETWEEN DATE(:WS-EXPIRY-FROM)
                           AND DATE(:WS-EXPIRY-TO)
                 ORDER BY POLICY_NUMBER
       END-EXEC.

      *    THE CHILD ROWS OF ONE SLICE POLICY, ONE CURSOR PER TABLE,
      *    EACH IN A STABLE ORDER FOR THE SAME REASON.
       EXEC SQL
           DECLARE CUS-CURSOR CURSOR FOR
               SELECT CM_POLICY_NUMBER, CM_CUSTOMER_ID,
                      CM_HOUSEHOLD_ID, CM_MATCH_LNAME,
                      CM_MATCH_FNAME, CM_MATCH_ADDR_1,
                      CM_MATCH_ZIP_CD, CM_UPDATE_TIMESTAMP
                 FROM INSURNCE.TCUSTMST
                 WHERE CM_POLICY_NUMBER = :WS-POLICY-NUMBER
                 ORDER BY CM_CUSTOMER_ID
       END-EXEC.

       EXEC SQL
           DECLARE COV-CURSOR CURSOR FOR
               SELECT COVERAGE_POL_NUM, COVERAGE_STATUS,
                      COVERAGE_TYPE, COVERAGE_START_DT,
                      COVERAGE_END_DT, COVERAGE_ADD_TS,
                      COVERAGE_UPDATE_TS
                 FROM INSURNCE.TCOVERAG
                 WHERE COVERAGE_POL_NUM = :WS-POLICY-NUMBER
                 ORDER BY COVERAGE_TYPE, COVERAGE_START_DT,
                          COVERAGE_ADD_TS
       END-EXEC.

       EXEC SQL
           DECLARE TRK-CURSOR CURSOR FOR
               SELECT TR_POLICY_NUMBER, TR_NOTIFY_TIER,
                      TR_RECIPIENT_TYPE, TR_CHANNEL,
                      TR_NOTIFY_DATE, TR_STATUS,
                      TR_ADD_TIMESTAMP, TR_UPDATE_TIMESTAMP,
                      TR_TEST_ID, TR_TEST_GROUP
                 FROM INSURNCE.TTRAKING
                 WHERE TR_POLICY_NUMBER = :WS-POLICY-NUMBER
                 ORDER BY TR_NOTIFY_DATE, TR_NOTIFY_TIER,
                          TR_RECIPIENT_TYPE, TR_ADD_TIMESTAMP
       END-EXEC.

       EXEC SQL
           DECLARE PAY-CURSOR CURSOR FOR
               SELECT PAY_POLICY_NUMBER, PAY_INSTALL_NO,
                      PAY_AMOUNT, PAY_DUE_AMOUNT,
                      PAY_DUE_DATE, PAY_RECEIPT_DATE,
                      PAY_STATUS, PAY_SOURCE, PAY_ADD_TIMESTAMP
                 FROM INSURNCE.TPAYMENT
                 WHERE PAY_POLICY_NUMBER = :WS-POLICY-NUMBER
                 ORDER BY PAY_INSTALL_NO, PAY_ADD_TIMESTAMP
       END-EXEC.

       EXEC SQL
           DECLARE RNW-CURSOR CURSOR FOR
               SELECT RN_POLICY_NUMBER, RN_OLD_EXPIRY_DATE,
                      RN_NEW_EXPIRY_DATE, RN_RENEWAL_DATE,
                      RN_PREMIUM_AMOUNT, RN_CHANNEL,
                      RN_ADD_TIMESTAMP
                 FROM INSURNCE.TRENEWAL
                 WHERE RN_POLICY_NUMBER = :WS-POLICY-NUMBER
                 ORDER BY RN_OLD_EXPIRY_DATE, RN_ADD_TIMESTAMP
       END-EXEC.

       EXEC SQL
           DECLARE CAN-CURSOR CURSOR FOR
               SELECT CN_POLICY_NUMBER, CN_CANCEL_DATE,
                      CN_REASON, CN_TERM_START_DATE,
                      CN_TERM_EXPIRY_DATE, CN_PREMIUM_AMOUNT,
                      CN_REFUND_AMOUNT, CN_CLAWBACK_FLAG,
                      CN_ADD_TIMESTAMP, CN_REFUND_PAID_FLAG,
                      CN_REFUND_METHOD, CN_REFUND_REF_NO,
                      CN_REFUND_PAID_DATE
                 FROM INSURNCE.TCANCEL
                 WHERE CN_POLICY_NUMBER = :WS-POLICY-NUMBER
                 ORDER BY CN_CANCEL_DATE, CN_ADD_TIMESTAMP
       END-EXEC.

       EXEC SQL
           DECLARE LH-CURSOR CURSOR FOR
               SELECT LH_POLICY_NUMBER, LH_NAME,
                      LH_LOAN_NUMBER, LH_ADDR_1,
                      LH_CITY, LH_STATE, LH_ZIP_CD,
                      LH_STATUS, LH_UPDATE_TIMESTAMP
                 FROM INSURNCE.TLIENHLD
                 WHERE LH_POLICY_NUMBER = :WS-POLICY-NUMBER
                 ORDER BY LH_UPDATE_TIMESTAMP, LH_LOAN_NUMBER
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-STATE                    PIC X(2).
               10  LNK-EXPIRY-FROM              PIC X(10).
               10  LNK-EXPIRY-TO                PIC X(10).
      *        POL, CUS, COV, TRK, PAY, RNW, CAN OR LH - THE CHILD
      *        TABLE THE CHD- OPERATIONS WORK ON.
               10  LNK-TABLE-ID                 PIC X(3).
               10  LNK-POLICY-NUMBER            PIC X(10).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-CNT-POL                  PIC S9(9) COMP.
               10  LNK-CNT-CUS                  PIC S9(9) COMP.
               10  LNK-CNT-COV                  PIC S9(9) COMP.
               10  LNK-CNT-TRK                  PIC S9(9) COMP.
               10  LNK-CNT-PAY                  PIC S9(9) COMP.
               10  LNK-CNT-RNW                  PIC S9(9) COMP.
               10  LNK-CNT-CAN                  PIC S9(9) COMP.
               10  LNK-CNT-LH                   PIC S9(9) COMP.
      *        THE FETCHED ROW AS ITS DCLGEN HOST STRUCTURE, LEFT-
      *        JUSTIFIED - DCLPOLICY IS THE LONGEST.
               10  LNK-ROW                      PIC X(882).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-STATE          TO WS-STATE
           MOVE LNK-EXPIRY-FROM    TO WS-EXPIRY-FROM
           MOVE LNK-EXPIRY-TO      TO WS-EXPIRY-TO
           MOVE LNK-TABLE-ID       TO WS-TABLE-ID
           MOVE LNK-POLICY-NUMBER  TO WS-POLICY-NUMBER
           MOVE 0 TO WS-SQLCODE
           EVALUATE WS-OPERATION-TYPE
               WHEN 'SLICE-CNT'
                   PERFORM 2000-COUNT-SLICE
               WHEN 'POL-OPEN'
                   EXEC SQL OPEN SLICE-CURSOR END-EXEC
               WHEN 'POL-FETCH'
                   PERFORM 3000-FETCH-POLICY
               WHEN 'POL-CLOSE'
                   EXEC SQL CLOSE SLICE-CURSOR END-EXEC
               WHEN 'CHD-OPEN'
                   PERFORM 4000-OPEN-CHILD
               WHEN 'CHD-FETCH'
                   PERFORM 4100-FETCH-CHILD
               WHEN 'CHD-CLOSE'
                   PERFORM 4200-CLOSE-CHILD
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           IF WS-SQLCODE = 0
               MOVE SQLCODE TO WS-SQLCODE
           END-IF.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'TSTDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' ' WS-TABLE-ID ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

      *    ROW COUNTS OF THE WHOLE SLICE, TAKEN BEFORE THE EXTRACT -
      *    THE CALLER'S CONTROL TOTALS.
       2000-COUNT-SLICE.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CNT-POL
                 FROM INSURNCE.TPOLICY P
                 WHERE (:WS-STATE = ' '
                        OR P.POLICY_HOLDER_STATE = :WS-STATE)
                   AND P.POLICY_EXPIRY_DATE
                       BETWEEN DATE(:WS-EXPIRY-FROM)
                           AND DATE(:WS-EXPIRY-TO)
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CNT-CUS
                 FROM INSURNCE.TCUSTMST C
                 WHERE C.CM_POLICY_NUMBER IN
                       (SELECT P.POLICY_NUMBER
                          FROM INSURNCE.TPOLICY P
                          WHERE (:WS-STATE = ' '
                                 OR P.POLICY_HOLDER_STATE = :WS-STATE)
                            AND P.POLICY_EXPIRY_DATE
                                BETWEEN DATE(:WS-EXPIRY-FROM)
                                    AND DATE(:WS-EXPIRY-TO))
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CNT-COV
                 FROM INSURNCE.TCOVERAG V
                 WHERE V.COVERAGE_POL_NUM IN
                       (SELECT P.POLICY_NUMBER
                          FROM INSURNCE.TPOLICY P
                          WHERE (:WS-STATE = ' '
                                 OR P.POLICY_HOLDER_STATE = :WS-STATE)
                            AND P.POLICY_EXPIRY_DATE
                                BETWEEN DATE(:WS-EXPIRY-FROM)
                                    AND DATE(:WS-EXPIRY-TO))
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CNT-TRK
                 FROM INSURNCE.TTRAKING T
                 WHERE T.TR_POLICY_NUMBER IN
                       (SELECT P.POLICY_NUMBER
                          FROM INSURNCE.TPOLICY P
                          WHERE (:WS-STATE = ' '
                                 OR P.POLICY_HOLDER_STATE = :WS-STATE)
                            AND P.POLICY_EXPIRY_DATE
                                BETWEEN DATE(:WS-EXPIRY-FROM)
                                    AND DATE(:WS-EXPIRY-TO))
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CNT-PAY
                 FROM INSURNCE.TPAYMENT Y
                 WHERE Y.PAY_POLICY_NUMBER IN
                       (SELECT P.POLICY_NUMBER
                          FROM INSURNCE.TPOLICY P
                          WHERE (:WS-STATE = ' '
                                 OR P.POLICY_HOLDER_STATE = :WS-STATE)
                            AND P.POLICY_EXPIRY_DATE
                                BETWEEN DATE(:WS-EXPIRY-FROM)
                                    AND DATE(:WS-EXPIRY-TO))
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CNT-RNW
                 FROM INSURNCE.TRENEWAL R
                 WHERE R.RN_POLICY_NUMBER IN
                       (SELECT P.POLICY_NUMBER
                          FROM INSURNCE.TPOLICY P
                          WHERE (:WS-STATE = ' '
                                 OR P.POLICY_HOLDER_STATE = :WS-STATE)
                            AND P.POLICY_EXPIRY_DATE
                                BETWEEN DATE(:WS-EXPIRY-FROM)
                                    AND DATE(:WS-EXPIRY-TO))
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CNT-CAN
                 FROM INSURNCE.TCANCEL N
                 WHERE N.CN_POLICY_NUMBER IN
                       (SELECT P.POLICY_NUMBER
                          FROM INSURNCE.TPOLICY P
                          WHERE (:WS-STATE = ' '
                                 OR P.POLICY_HOLDER_STATE = :WS-STATE)
                            AND P.POLICY_EXPIRY_DATE
                                BETWEEN DATE(:WS-EXPIRY-FROM)
                                    AND DATE(:WS-EXPIRY-TO))
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CNT-LH
                 FROM INSURNCE.TLIENHLD L
                 WHERE L.LH_POLICY_NUMBER IN
                       (SELECT P.POLICY_NUMBER
                          FROM INSURNCE.TPOLICY P
                          WHERE (:WS-STATE = ' '
                                 OR P.POLICY_HOLDER_STATE = :WS-STATE)
                            AND P.POLICY_EXPIRY_DATE
                                BETWEEN DATE(:WS-EXPIRY-FROM)
                                    AND DATE(:WS-EXPIRY-TO))
           END-EXEC
           MOVE WS-CNT-POL TO LNK-CNT-POL
           MOVE WS-CNT-CUS TO LNK-CNT-CUS
           MOVE WS-CNT-COV TO LNK-CNT-COV
           MOVE WS-CNT-TRK TO LNK-CNT-TRK
           MOVE WS-CNT-PAY TO LNK-CNT-PAY
           MOVE WS-CNT-RNW TO LNK-CNT-RNW
           MOVE WS-CNT-CAN TO LNK-CNT-CAN
           MOVE WS-CNT-LH  TO LNK-CNT-LH.

       3000-FETCH-POLICY.
           EXEC SQL
               FETCH SLICE-CURSOR INTO :DCLPOLICY
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE DCLPOLICY TO LNK-ROW
           END-IF.

       4000-OPEN-CHILD.
           EVALUATE WS-TABLE-ID
               WHEN 'CUS'
                   EXEC SQL OPEN CUS-CURSOR END-EXEC
               WHEN 'COV'
                   EXEC SQL OPEN COV-CURSOR END-EXEC
               WHEN 'TRK'
                   EXEC SQL OPEN TRK-CURSOR END-EXEC
               WHEN 'PAY'
                   EXEC SQL OPEN PAY-CURSOR END-EXEC
               WHEN 'RNW'
                   EXEC SQL OPEN RNW-CURSOR END-EXEC
               WHEN 'CAN'
                   EXEC SQL OPEN CAN-CURSOR END-EXEC
               WHEN 'LH '
                   EXEC SQL OPEN LH-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID TABLE ID ' WS-TABLE-ID
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.

       4100-FETCH-CHILD.
           MOVE SPACES TO LNK-ROW
           EVALUATE WS-TABLE-ID
               WHEN 'CUS'
                   EXEC SQL
                       FETCH CUS-CURSOR INTO :DCLCUSTMST
                   END-EXEC
                   IF SQLCODE EQUAL TO 0
                       MOVE DCLCUSTMST TO LNK-ROW
                   END-IF
               WHEN 'COV'
                   EXEC SQL
                       FETCH COV-CURSOR INTO :DCLCOVGE
                   END-EXEC
                   IF SQLCODE EQUAL TO 0
                       MOVE DCLCOVGE TO LNK-ROW
                   END-IF
               WHEN 'TRK'
                   EXEC SQL
                       FETCH TRK-CURSOR INTO :DCLTRAKI
                   END-EXEC
                   IF SQLCODE EQUAL TO 0
                       MOVE DCLTRAKI TO LNK-ROW
                   END-IF
               WHEN 'PAY'
                   EXEC SQL
                       FETCH PAY-CURSOR INTO :DCLPAYMENT
                   END-EXEC
                   IF SQLCODE EQUAL TO 0
                       MOVE DCLPAYMENT TO LNK-ROW
                   END-IF
               WHEN 'RNW'
                   EXEC SQL
                       FETCH RNW-CURSOR INTO :DCLRENEWAL
                   END-EXEC
                   IF SQLCODE EQUAL TO 0
                       MOVE DCLRENEWAL TO LNK-ROW
                   END-IF
               WHEN 'CAN'
                   EXEC SQL
                       FETCH CAN-CURSOR INTO :DCLCANCEL
                   END-EXEC
                   IF SQLCODE EQUAL TO 0
                       MOVE DCLCANCEL TO LNK-ROW
                   END-IF
               WHEN 'LH '
                   EXEC SQL
                       FETCH LH-CURSOR INTO :DCLLIENHLD
                   END-EXEC
                   IF SQLCODE EQUAL TO 0
                       MOVE DCLLIENHLD TO LNK-ROW
                   END-IF
               WHEN OTHER
                   DISPLAY 'INVALID TABLE ID ' WS-TABLE-ID
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.

       4200-CLOSE-CHILD.
           EVALUATE WS-TABLE-ID
               WHEN 'CUS'
                   EXEC SQL CLOSE CUS-CURSOR END-EXEC
               WHEN 'COV'
                   EXEC SQL CLOSE COV-CURSOR END-EXEC
               WHEN 'TRK'
                   EXEC SQL CLOSE TRK-CURSOR END-EXEC
               WHEN 'PAY'
                   EXEC SQL CLOSE PAY-CURSOR END-EXEC
               WHEN 'RNW'
                   EXEC SQL CLOSE RNW-CURSOR END-EXEC
               WHEN 'CAN'
                   EXEC SQL CLOSE CAN-CURSOR END-EXEC
               WHEN 'LH '
                   EXEC SQL CLOSE LH-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID TABLE ID ' WS-TABLE-ID
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.

       END PROGRAM TSTDRVR1.
