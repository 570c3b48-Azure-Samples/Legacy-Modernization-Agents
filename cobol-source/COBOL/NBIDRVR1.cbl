       IDENTIFICATION DIVISION.
       PROGRAM-ID. NBIDRVR1.
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

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.

      *    NEW-BUSINESS ISSUE: 'ADD' WRITES THE TPOLICY ROW FOR A NEW
      *    APPLICATION THE INTAKE RUN (NBINTK1) HAS ALREADY VALIDATED.
      *    THE ROW STARTS ACTIVE, UNCLAIMED AND NOT YET NOTIFIED;
      *    -803 MEANS THE FRONT END REUSED A POLICY NUMBER ALREADY ON
      *    FILE AND COMES BACK TO THE CALLER AS A REJECT. 'CHECK'
      *    ANSWERS WHETHER A POLICY NUMBER IS TAKEN (0 = ON FILE,
      *    100 = FREE) SO THE CALLER CAN REJECT BEFORE DOING ANY
      *    OTHER WORK.
       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-HOLDER-FNAME             PIC X(35).
               10  LNK-HOLDER-MNAME             PIC X(1).
               10  LNK-HOLDER-LNAME             PIC X(35).
               10  LNK-BENEF-NAME               PIC X(60).
               10  LNK-BENEF-RELATION           PIC X(15).
               10  LNK-HOLDER-ADDR-1            PIC X(100).
               10  LNK-HOLDER-ADDR-2            PIC X(100).
               10  LNK-HOLDER-CITY              PIC X(30).
               10  LNK-HOLDER-STATE             PIC X(2).
               10  LNK-HOLDER-ZIP-CD            PIC X(10).
               10  LNK-HOLDER-DOB               PIC X(10).
               10  LNK-HOLDER-GENDER            PIC X(8).
               10  LNK-HOLDER-PHONE             PIC X(10).
               10  LNK-HOLDER-EMAIL             PIC X(30).
               10  LNK-PAYMENT-FREQ             PIC X(10).
               10  LNK-PAYMENT-METHOD           PIC X(8).
               10  LNK-UNDERWRITER              PIC X(50).
               10  LNK-DISCOUNT-CODE            PIC X(10).
               10  LNK-PREMIUM-AMOUNT           PIC S9(5)V9(2) COMP-3.
               10  LNK-COVERAGE-AMOUNT          PIC S9(8)V9(2) COMP-3.
               10  LNK-POLICY-TYPE              PIC X(50).
               10  LNK-START-DATE               PIC X(10).
               10  LNK-EXPIRY-DATE              PIC X(10).
               10  LNK-AGENT-CODE               PIC X(10).
               10  LNK-CONTACT-PREF             PIC X(1).
               10  LNK-PREF-LANGUAGE            PIC X(2).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-POLICY-NUMBER  TO POLICY-NUMBER
           EVALUATE WS-OPERATION-TYPE
               WHEN 'CHECK'
                   PERFORM 2000-CHECK-POLICY-NUMBER
               WHEN 'ADD'
                   PERFORM 3000-ADD-POLICY
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -803 AND -1
               DISPLAY 'NBIDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

       2000-CHECK-POLICY-NUMBER.
           EXEC SQL
               SELECT POLICY_NUMBER
               INTO :POLICY-NUMBER
               FROM INSURNCE.TPOLICY
               WHERE POLICY_NUMBER = :POLICY-NUMBER
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE.

       3000-ADD-POLICY.
           MOVE LNK-HOLDER-FNAME     TO POLICY-HOLDER-FNAME
           MOVE LNK-HOLDER-MNAME     TO POLICY-HOLDER-MNAME
           MOVE LNK-HOLDER-LNAME     TO POLICY-HOLDER-LNAME
           MOVE LNK-BENEF-NAME       TO POLICY-BENEF-NAME
           MOVE LNK-BENEF-RELATION   TO POLICY-BENEF-RELATION
           MOVE LNK-HOLDER-ADDR-1    TO POLICY-HOLDER-ADDR-1
           MOVE LNK-HOLDER-ADDR-2    TO POLICY-HOLDER-ADDR-2
           MOVE LNK-HOLDER-CITY      TO POLICY-HOLDER-CITY
           MOVE LNK-HOLDER-STATE     TO POLICY-HOLDER-STATE
           MOVE LNK-HOLDER-ZIP-CD    TO POLICY-HOLDER-ZIP-CD
           MOVE LNK-HOLDER-DOB       TO POLICY-HOLDER-DOB
           MOVE LNK-HOLDER-GENDER    TO POLICY-HOLDER-GENDER
           MOVE LNK-HOLDER-PHONE     TO POLICY-HOLDER-PHONE
           MOVE LNK-HOLDER-EMAIL     TO POLICY-HOLDER-EMAIL
           MOVE LNK-PAYMENT-FREQ     TO POLICY-PAYMENT-FREQ
           MOVE LNK-PAYMENT-METHOD   TO POLICY-PAYMENT-METHOD
           MOVE LNK-UNDERWRITER      TO POLICY-UNDERWRITER
           MOVE SPACES               TO POLICY-TERMS-COND
           MOVE 'N'                  TO POLICY-CLAIMED
           MOVE LNK-DISCOUNT-CODE    TO POLICY-DISCOUNT-CODE
           MOVE LNK-PREMIUM-AMOUNT   TO POLICY-PREMIUM-AMOUNT
           MOVE LNK-COVERAGE-AMOUNT  TO POLICY-COVERAGE-AMOUNT
           MOVE LNK-POLICY-TYPE      TO POLICY-TYPE
           MOVE LNK-START-DATE       TO POLICY-START-DATE
           MOVE LNK-EXPIRY-DATE      TO POLICY-EXPIRY-DATE
           MOVE 'A'                  TO POLICY-STATUS
           MOVE LNK-AGENT-CODE       TO POLICY-AGENT-CODE
           MOVE 'N'                  TO POLICY-NOTIFY-FLAG
           MOVE LNK-CONTACT-PREF     TO POLICY-CONTACT-PREF
           MOVE LNK-PREF-LANGUAGE    TO POLICY-PREF-LANGUAGE
           EXEC SQL
               INSERT INTO INSURNCE.TPOLICY (
                    POLICY_NUMBER, POLICY_HOLDER_FNAME,
                    POLICY_HOLDER_MNAME, POLICY_HOLDER_LNAME,
                    POLICY_BENEF_NAME, POLICY_BENEF_RELATION,
                    POLICY_HOLDER_ADDR_1, POLICY_HOLDER_ADDR_2,
                    POLICY_HOLDER_CITY, POLICY_HOLDER_STATE,
                    POLICY_HOLDER_ZIP_CD, POLICY_HOLDER_DOB,
                    POLICY_HOLDER_GENDER, POLICY_HOLDER_PHONE,
                    POLICY_HOLDER_EMAIL, POLICY_PAYMENT_FREQ,
                    POLICY_PAYMENT_METHOD, POLICY_UNDERWRITER,
                    POLICY_TERMS_COND, POLICY_CLAIMED,
                    POLICY_DISCOUNT_CODE, POLICY_PREMIUM_AMOUNT,
                    POLICY_COVERAGE_AMOUNT, POLICY_TYPE,
                    POLICY_START_DATE, POLICY_EXPIRY_DATE,
                    POLICY_STATUS, POLICY_AGENT_CODE,
                    POLICY_NOTIFY_FLAG, POLICY_CONTACT_PREF,
                    POLICY_PREF_LANGUAGE,
                    POLICY_ADD_TIMESTAMP, POLICY_UPDATE_TIMESTAMP
                    ) VALUES (
                    :POLICY-NUMBER, :POLICY-HOLDER-FNAME,
                    :POLICY-HOLDER-MNAME, :POLICY-HOLDER-LNAME,
                    :POLICY-BENEF-NAME, :POLICY-BENEF-RELATION,
                    :POLICY-HOLDER-ADDR-1, :POLICY-HOLDER-ADDR-2,
                    :POLICY-HOLDER-CITY, :POLICY-HOLDER-STATE,
                    :POLICY-HOLDER-ZIP-CD, :POLICY-HOLDER-DOB,
                    :POLICY-HOLDER-GENDER, :POLICY-HOLDER-PHONE,
                    :POLICY-HOLDER-EMAIL, :POLICY-PAYMENT-FREQ,
                    :POLICY-PAYMENT-METHOD, :POLICY-UNDERWRITER,
                    :POLICY-TERMS-COND, :POLICY-CLAIMED,
                    :POLICY-DISCOUNT-CODE, :POLICY-PREMIUM-AMOUNT,
                    :POLICY-COVERAGE-AMOUNT, :POLICY-TYPE,
                    :POLICY-START-DATE, :POLICY-EXPIRY-DATE,
                    :POLICY-STATUS, :POLICY-AGENT-CODE,
                    :POLICY-NOTIFY-FLAG, :POLICY-CONTACT-PREF,
                    :POLICY-PREF-LANGUAGE,
                    CURRENT TIMESTAMP, CURRENT TIMESTAMP
                    )
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE.

       END PROGRAM NBIDRVR1.
