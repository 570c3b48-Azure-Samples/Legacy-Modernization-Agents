       01  WS-OPERATION-TYPE           PIC X(10).
       01  WS-SQLCODE                  PIC S9(9) COMP.
       01  WS-OLD-EXPIRY-DATE          PIC X(10).
       01  WS-NEW-EXPIRY-DATE          PIC X(10).
       01  WS-BOUND-CHANNEL            PIC X(10).
       01  WS-BOUND-NEW-EXPIRY         PIC X(10).
       01  WS-BOUND-RENEWAL-DATE       PIC X(10).
       01  WS-BOUND-PREMIUM            PIC S9(5)V9(2) COMP-3.

      *    A RENEWAL BOUND BY CASH (RNWBIND1) CARRIES THIS CHANNEL. THE
      *    POLICY ADMINISTRATION FEED'S RECORD OF THE SAME TERM LATER
      *    CONFIRMS OR CORRECTS THAT ROW INSTEAD OF ADDING A SECOND.
       01  WS-CASH-BIND-CHANNEL        PIC X(10) VALUE 'CASHBIND'.

       LINKAGE SECTION.
       01  LNK-AREA.
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-OLD-EXPIRY-DATE          PIC X(10).
      *        EVENT RESULT: N = NEW EVENT RECORDED
      *                      D = TERM ALREADY RENEWED - NOT RECORDED
      *                      C = FEED CONFIRMS A CASH BINDING
      *                      X = FEED CONTRADICTS A CASH BINDING - THE
      *                          ROW TAKES THE FEED'S TERM AND PREMIUM;
      *                          THE BOUND VALUES COME BACK BELOW
      *        AT THE END SO EXISTING CALLERS' OFFSETS HOLD.
               10  LNK-EVENT-RESULT             PIC X(1).
               10  LNK-BOUND-NEW-EXPIRY         PIC X(10).
               10  LNK-BOUND-RENEWAL-DATE       PIC X(10).
               10  LNK-BOUND-PREMIUM            PIC S9(5)V9(2) COMP-3.

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE SPACES             TO LNK-OLD-EXPIRY-DATE
           MOVE 'N'                TO LNK-EVENT-RESULT
           EVALUATE WS-OPERATION-TYPE
               WHEN 'RECORD'
                   PERFORM 2000-RECORD-RENEWAL-EVENT
               WHEN 'BIND'
                   PERFORM 3000-BIND-RENEWAL-EVENT
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           ELSE
               MOVE WS-OLD-EXPIRY-DATE   TO RN-OLD-EXPIRY-DATE
                                            LNK-OLD-EXPIRY-DATE
               PERFORM 2100-CHECK-CASH-BINDING
           END-IF
           END-IF.

      *    THE FEED'S TERM MAY ALREADY HAVE BEEN BOUND BY CASH. THE
      *    FEED IS THE POLICY RECORD: A BINDING THAT AGREES IS LEFT AS
      *    IT IS, ONE THAT DOES NOT TAKES THE FEED'S NEW EXPIRY AND
      *    PREMIUM AND IS REPORTED BY THE CALLER. THE RENEWAL DATE IS
      *    KEPT EITHER WAY - IT DECIDES THE PERIOD THE RENEWAL WAS
      *    COUNTED IN.
       2100-CHECK-CASH-BINDING.
           EXEC SQL
               SELECT RN_NEW_EXPIRY_DATE, RN_RENEWAL_DATE,
                      RN_PREMIUM_AMOUNT
               INTO :WS-BOUND-NEW-EXPIRY, :WS-BOUND-RENEWAL-DATE,
                    :WS-BOUND-PREMIUM
               FROM INSURNCE.TRENEWAL
               WHERE RN_POLICY_NUMBER   = :RN-POLICY-NUMBER
                 AND RN_OLD_EXPIRY_DATE = :RN-OLD-EXPIRY-DATE
                 AND RN_CHANNEL         = :WS-CASH-BIND-CHANNEL
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-BOUND-NEW-EXPIRY   TO LNK-BOUND-NEW-EXPIRY
               MOVE WS-BOUND-RENEWAL-DATE TO LNK-BOUND-RENEWAL-DATE
               MOVE WS-BOUND-PREMIUM      TO LNK-BOUND-PREMIUM
               IF WS-BOUND-NEW-EXPIRY = LNK-NEW-EXPIRY-DATE
                       AND WS-BOUND-PREMIUM = LNK-PREMIUM-AMOUNT
                   MOVE 'C' TO LNK-EVENT-RESULT
               ELSE
                   PERFORM 2200-CORRECT-CASH-BINDING
               END-IF
           ELSE
           IF SQLCODE NOT EQUAL TO 100
               DISPLAY 'ERROR SELECTING TRENEWAL SQLCODE: ' SQLCODE
               MOVE SQLCODE TO WS-SQLCODE
               CALL 'ABEND'
           ELSE
               MOVE LNK-NEW-EXPIRY-DATE  TO RN-NEW-EXPIRY-DATE
               MOVE LNK-RENEWAL-DATE     TO RN-RENEWAL-DATE
               MOVE LNK-PREMIUM-AMOUNT   TO RN-PREMIUM-AMOUNT
           END-IF
           END-IF.

       2200-CORRECT-CASH-BINDING.
           MOVE LNK-NEW-EXPIRY-DATE  TO RN-NEW-EXPIRY-DATE
           MOVE LNK-PREMIUM-AMOUNT   TO RN-PREMIUM-AMOUNT
           EXEC SQL
               UPDATE INSURNCE.TRENEWAL
                  SET RN_NEW_EXPIRY_DATE = :RN-NEW-EXPIRY-DATE,
                      RN_PREMIUM_AMOUNT  = :RN-PREMIUM-AMOUNT
               WHERE RN_POLICY_NUMBER   = :RN-POLICY-NUMBER
                 AND RN_OLD_EXPIRY_DATE = :RN-OLD-EXPIRY-DATE
                 AND RN_CHANNEL         = :WS-CASH-BIND-CHANNEL
           END-EXEC
           IF SQLCODE NOT EQUAL TO 0
               DISPLAY 'ERROR UPDATING TRENEWAL SQLCODE: ' SQLCODE
               MOVE SQLCODE TO WS-SQLCODE
               CALL 'ABEND'
           END-IF
           MOVE 'X' TO LNK-EVENT-RESULT.

      *    RECORDS THE RENEWAL OF THE POLICY'S CURRENT TERM WHEN THE
      *    FIRST INSTALLMENT OF THE RENEWAL STUBS HAS BEEN PAID IN FULL
      *    (RNWBIND1), AHEAD OF THE POLICY ADMINISTRATION FEED. THE
      *    STUB SCHEDULE RUNS TWELVE MONTHS FROM THE EXPIRY DATE (SEE
      *    MAINPGM 3072-BUILD-INSTALLMENT-SCHEDULE), SO THE NEW TERM
      *    ENDS A YEAR AFTER THE OLD ONE. A TERM WITH A RENEWAL EVENT
      *    ALREADY ON FILE - FROM THE FEED OR AN EARLIER BINDING - IS
      *    LEFT ALONE (RESULT 'D'). 100 = POLICY NOT ON TPOLICY.
       3000-BIND-RENEWAL-EVENT.
           MOVE LNK-POLICY-NUMBER    TO RN-POLICY-NUMBER
           EXEC SQL
               SELECT POLICY_EXPIRY_DATE,
                      POLICY_EXPIRY_DATE + 1 YEAR
               INTO :WS-OLD-EXPIRY-DATE, :WS-NEW-EXPIRY-DATE
               FROM INSURNCE.TPOLICY
               WHERE POLICY_NUMBER = :RN-POLICY-NUMBER
           END-EXEC
           IF SQLCODE EQUAL TO 100
               CONTINUE
           ELSE
           IF SQLCODE NOT EQUAL TO 0
               DISPLAY 'ERROR SELECTING TPOLICY SQLCODE: ' SQLCODE
               MOVE SQLCODE TO WS-SQLCODE
               CALL 'ABEND'
           ELSE
               MOVE WS-OLD-EXPIRY-DATE   TO RN-OLD-EXPIRY-DATE
                                            LNK-OLD-EXPIRY-DATE
               MOVE WS-NEW-EXPIRY-DATE   TO LNK-BOUND-NEW-EXPIRY
               EXEC SQL
                   SELECT RN_CHANNEL
                   INTO :WS-BOUND-CHANNEL
                   FROM INSURNCE.TRENEWAL
                   WHERE RN_POLICY_NUMBER   = :RN-POLICY-NUMBER
                     AND RN_OLD_EXPIRY_DATE = :RN-OLD-EXPIRY-DATE
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE EQUAL TO 0
                   MOVE 'D' TO LNK-EVENT-RESULT
               ELSE
               IF SQLCODE NOT EQUAL TO 100
                   DISPLAY 'ERROR SELECTING TRENEWAL SQLCODE: '
                                                               SQLCODE
                   MOVE SQLCODE TO WS-SQLCODE
                   CALL 'ABEND'
               ELSE
                   MOVE WS-NEW-EXPIRY-DATE   TO RN-NEW-EXPIRY-DATE
                   MOVE LNK-RENEWAL-DATE     TO RN-RENEWAL-DATE
                   MOVE LNK-PREMIUM-AMOUNT   TO RN-PREMIUM-AMOUNT
                   MOVE WS-CASH-BIND-CHANNEL TO RN-CHANNEL
                   EXEC SQL
                       INSERT INTO INSURNCE.TRENEWAL (
                        RN_POLICY_NUMBER,
                        RN_OLD_EXPIRY_DATE,
                        RN_NEW_EXPIRY_DATE,
                        RN_RENEWAL_DATE,
                        RN_PREMIUM_AMOUNT,
                        RN_CHANNEL,
                        RN_ADD_TIMESTAMP
                        ) VALUES (
                        :RN-POLICY-NUMBER,
                        :RN-OLD-EXPIRY-DATE,
                        :RN-NEW-EXPIRY-DATE,
                        :RN-RENEWAL-DATE,
                        :RN-PREMIUM-AMOUNT,
                        :RN-CHANNEL,
                        CURRENT TIMESTAMP
                        )
                   END-EXEC
                   IF SQLCODE NOT EQUAL TO 0
                       DISPLAY 'ERROR INSERTING IN TRENEWAL SQLCODE: '
                                                               SQLCODE
                       MOVE SQLCODE TO WS-SQLCODE
                       CALL 'ABEND'
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       END PROGRAM DBDRIVR7.
