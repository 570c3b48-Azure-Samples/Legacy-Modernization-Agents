       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DENDORSE
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.

      *    THE POLICY AS IT STANDS WHEN THE ENDORSEMENT IS RATED. THE
      *    TERM AND REMAINING DAYS COME BACK FROM DB2'S DAYS() - THE
      *    SAME WAY CANDRVR1 PRO-RATES A CANCELLATION REFUND - SO THE
      *    CALENDAR ARITHMETIC STAYS IN ONE PLACE.
       01  WS-POL-FIELDS.
           05  WS-POL-STATUS              PIC X(1).
           05  WS-POL-START               PIC X(10).
           05  WS-POL-EXPIRY              PIC X(10).
           05  WS-POL-PREMIUM             PIC S9(5)V9(2) COMP-3.
           05  WS-POL-COVERAGE            PIC S9(8)V9(2) COMP-3.
           05  WS-POL-DOB                 PIC X(10).
           05  WS-POL-STATE               PIC X(2).
           05  WS-POL-TYPE                PIC X(50).
           05  WS-POL-CLAIMED             PIC X(1).
           05  WS-POL-PAYMENT-FREQ        PIC X(10).
           05  WS-POL-TERM-DAYS           PIC S9(9) COMP.
           05  WS-POL-REMAIN-DAYS         PIC S9(9) COMP.
           05  WS-POL-FNAME               PIC X(35).
           05  WS-POL-MNAME               PIC X(1).
           05  WS-POL-LNAME               PIC X(35).
           05  WS-POL-ADDR-1              PIC X(100).
           05  WS-POL-ADDR-2              PIC X(100).
           05  WS-POL-CITY                PIC X(30).
           05  WS-POL-ZIP-CD              PIC X(10).
           05  WS-POL-CONTACT-PREF        PIC X(1).
           05  WS-POL-AGENT-CODE          PIC X(10).
           05  WS-POL-PREF-LANGUAGE       PIC X(2).

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-EFFECTIVE-DATE           PIC X(10).
               10  LNK-END-TYPE                 PIC X(8).
               10  LNK-COVERAGE-TYPE            PIC X(10).
               10  LNK-OLD-COVERAGE-AMT         PIC S9(8)V9(2) COMP-3.
               10  LNK-NEW-COVERAGE-AMT         PIC S9(8)V9(2) COMP-3.
               10  LNK-OLD-PREMIUM              PIC S9(5)V9(2) COMP-3.
               10  LNK-NEW-PREMIUM              PIC S9(5)V9(2) COMP-3.
               10  LNK-PRORATA-AMOUNT           PIC S9(5)V9(2) COMP-3.
               10  LNK-TERM-START-DATE          PIC X(10).
               10  LNK-TERM-EXPIRY-DATE         PIC X(10).
               10  LNK-TERM-DAYS                PIC S9(9) COMP.
               10  LNK-REMAIN-DAYS              PIC S9(9) COMP.
               10  LNK-RATE-VERSION             PIC X(8).
               10  LNK-USER-ID                  PIC X(8).
               10  LNK-SEQ-NO                   PIC S9(9) COMP.
               10  LNK-STUBS-RESPREAD           PIC S9(9) COMP.
               10  LNK-UNBILLED-AMOUNT          PIC S9(5)V9(2) COMP-3.
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-OUT-SEQ-NO               PIC S9(9) COMP.
               10  LNK-POL-STATUS               PIC X(1).
               10  LNK-POL-START                PIC X(10).
               10  LNK-POL-EXPIRY               PIC X(10).
               10  LNK-POL-PREMIUM              PIC S9(5)V9(2) COMP-3.
               10  LNK-POL-COVERAGE             PIC S9(8)V9(2) COMP-3.
               10  LNK-POL-DOB                  PIC X(10).
               10  LNK-POL-STATE                PIC X(2).
               10  LNK-POL-TYPE                 PIC X(50).
               10  LNK-POL-CLAIMED              PIC X(1).
               10  LNK-POL-PAYMENT-FREQ         PIC X(10).
               10  LNK-POL-TERM-DAYS            PIC S9(9) COMP.
               10  LNK-POL-REMAIN-DAYS          PIC S9(9) COMP.
               10  LNK-POL-FNAME                PIC X(35).
               10  LNK-POL-MNAME                PIC X(1).
               10  LNK-POL-LNAME                PIC X(35).
               10  LNK-POL-ADDR-1               PIC X(100).
               10  LNK-POL-ADDR-2               PIC X(100).
               10  LNK-POL-CITY                 PIC X(30).
               10  LNK-POL-ZIP-CD               PIC X(10).
               10  LNK-POL-CONTACT-PREF         PIC X(1).
               10  LNK-POL-AGENT-CODE           PIC X(10).
               10  LNK-POL-PREF-LANGUAGE        PIC X(2).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-POLICY-NUMBER  TO EN-POLICY-NUMBER
           MOVE LNK-EFFECTIVE-DATE TO EN-EFFECTIVE-DATE
           EVALUATE WS-OPERATION-TYPE
               WHEN 'GETPOL'
                   PERFORM 2000-GET-POLICY
               WHEN 'APPLY'
                   PERFORM 3000-APPLY-ENDORSEMENT
               WHEN 'SPREAD'
                   PERFORM 4000-RECORD-SPREAD
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -803 AND -1
               DISPLAY 'ENDDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

      *    EVERYTHING THE ENDORSEMENT RUN NEEDS FROM TPOLICY IN ONE
      *    READ: THE TERM AND ITS PREMIUM AND COVERAGE, THE RATING
      *    INPUTS RATECALC TAKES, AND THE NAME AND ADDRESS FOR THE
      *    ENDORSEMENT NOTICE. THE REMAINING DAYS RUN FROM THE
      *    EFFECTIVE DATE TO THE EXPIRY DATE.
       2000-GET-POLICY.
           EXEC SQL
               SELECT POLICY_STATUS,
                      CHAR(POLICY_START_DATE, USA),
                      CHAR(POLICY_EXPIRY_DATE, USA),
                      POLICY_PREMIUM_AMOUNT, POLICY_COVERAGE_AMOUNT,
                      POLICY_HOLDER_DOB, POLICY_HOLDER_STATE,
                      POLICY_TYPE, POLICY_CLAIMED, POLICY_PAYMENT_FREQ,
                      DAYS(POLICY_EXPIRY_DATE)
                          - DAYS(POLICY_START_DATE),
                      DAYS(POLICY_EXPIRY_DATE)
                          - DAYS(:EN-EFFECTIVE-DATE),
                      POLICY_HOLDER_FNAME, POLICY_HOLDER_MNAME,
                      POLICY_HOLDER_LNAME, POLICY_HOLDER_ADDR_1,
                      POLICY_HOLDER_ADDR_2, POLICY_HOLDER_CITY,
                      POLICY_HOLDER_ZIP_CD, POLICY_CONTACT_PREF,
                      POLICY_AGENT_CODE, POLICY_PREF_LANGUAGE
               INTO :WS-POL-STATUS, :WS-POL-START, :WS-POL-EXPIRY,
                    :WS-POL-PREMIUM, :WS-POL-COVERAGE,
                    :WS-POL-DOB, :WS-POL-STATE,
                    :WS-POL-TYPE, :WS-POL-CLAIMED,
                    :WS-POL-PAYMENT-FREQ,
                    :WS-POL-TERM-DAYS, :WS-POL-REMAIN-DAYS,
                    :WS-POL-FNAME, :WS-POL-MNAME,
                    :WS-POL-LNAME, :WS-POL-ADDR-1,
                    :WS-POL-ADDR-2, :WS-POL-CITY,
                    :WS-POL-ZIP-CD, :WS-POL-CONTACT-PREF,
                    :WS-POL-AGENT-CODE, :WS-POL-PREF-LANGUAGE
               FROM INSURNCE.TPOLICY
               WHERE POLICY_NUMBER = :EN-POLICY-NUMBER
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-POL-STATUS        TO LNK-POL-STATUS
               MOVE WS-POL-START         TO LNK-POL-START
               MOVE WS-POL-EXPIRY        TO LNK-POL-EXPIRY
               MOVE WS-POL-PREMIUM       TO LNK-POL-PREMIUM
               MOVE WS-POL-COVERAGE      TO LNK-POL-COVERAGE
               MOVE WS-POL-DOB           TO LNK-POL-DOB
               MOVE WS-POL-STATE         TO LNK-POL-STATE
               MOVE WS-POL-TYPE          TO LNK-POL-TYPE
               MOVE WS-POL-CLAIMED       TO LNK-POL-CLAIMED
               MOVE WS-POL-PAYMENT-FREQ  TO LNK-POL-PAYMENT-FREQ
               MOVE WS-POL-TERM-DAYS     TO LNK-POL-TERM-DAYS
               MOVE WS-POL-REMAIN-DAYS   TO LNK-POL-REMAIN-DAYS
               MOVE WS-POL-FNAME         TO LNK-POL-FNAME
               MOVE WS-POL-MNAME         TO LNK-POL-MNAME
               MOVE WS-POL-LNAME         TO LNK-POL-LNAME
               MOVE WS-POL-ADDR-1        TO LNK-POL-ADDR-1
               MOVE WS-POL-ADDR-2        TO LNK-POL-ADDR-2
               MOVE WS-POL-CITY          TO LNK-POL-CITY
               MOVE WS-POL-ZIP-CD        TO LNK-POL-ZIP-CD
               MOVE WS-POL-CONTACT-PREF  TO LNK-POL-CONTACT-PREF
               MOVE WS-POL-AGENT-CODE    TO LNK-POL-AGENT-CODE
               MOVE WS-POL-PREF-LANGUAGE TO LNK-POL-PREF-LANGUAGE
           END-IF.

      *    PUTS THE NEW TERM PREMIUM (AND, FOR A COVERAGE-AMOUNT
      *    CHANGE, THE NEW AMOUNT) ON TPOLICY AND KEEPS THE
      *    ENDORSEMENT AS THE POLICY'S NEXT TENDORSE ROW. THE UPDATE
      *    ONLY TAKES WHEN THE PREMIUM IS STILL THE ONE THE CHANGE
      *    WAS RATED FROM - ANYTHING ELSE TOUCHING THE POLICY IN
      *    BETWEEN COMES BACK AS 100 AND NOTHING IS WRITTEN.
       3000-APPLY-ENDORSEMENT.
           EXEC SQL
               SELECT COALESCE(MAX(EN_SEQ_NO), 0) + 1
               INTO :EN-SEQ-NO
               FROM INSURNCE.TENDORSE
               WHERE EN_POLICY_NUMBER = :EN-POLICY-NUMBER
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE LNK-OLD-PREMIUM      TO EN-OLD-PREMIUM
               MOVE LNK-NEW-PREMIUM      TO EN-NEW-PREMIUM
               MOVE LNK-NEW-COVERAGE-AMT TO EN-NEW-COVERAGE-AMT
               EXEC SQL
                   UPDATE INSURNCE.TPOLICY
                   SET   POLICY_PREMIUM_AMOUNT  = :EN-NEW-PREMIUM,
                         POLICY_COVERAGE_AMOUNT = :EN-NEW-COVERAGE-AMT,
                         POLICY_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                   WHERE POLICY_NUMBER         = :EN-POLICY-NUMBER
                     AND POLICY_PREMIUM_AMOUNT = :EN-OLD-PREMIUM
               END-EXEC
           END-IF
           IF SQLCODE EQUAL TO 0
               MOVE LNK-END-TYPE         TO EN-TYPE
               MOVE LNK-COVERAGE-TYPE    TO EN-COVERAGE-TYPE
               MOVE LNK-OLD-COVERAGE-AMT TO EN-OLD-COVERAGE-AMT
               MOVE LNK-PRORATA-AMOUNT   TO EN-PRORATA-AMOUNT
               MOVE LNK-TERM-START-DATE  TO EN-TERM-START-DATE
               MOVE LNK-TERM-EXPIRY-DATE TO EN-TERM-EXPIRY-DATE
               MOVE LNK-TERM-DAYS        TO EN-TERM-DAYS
               MOVE LNK-REMAIN-DAYS      TO EN-REMAIN-DAYS
               MOVE LNK-RATE-VERSION     TO EN-RATE-VERSION
               MOVE LNK-USER-ID          TO EN-USER-ID
               MOVE 0                    TO EN-STUBS-RESPREAD
                                            EN-UNBILLED-AMOUNT
               EXEC SQL
                   INSERT INTO INSURNCE.TENDORSE (
                        EN_POLICY_NUMBER, EN_SEQ_NO,
                        EN_EFFECTIVE_DATE, EN_TYPE, EN_COVERAGE_TYPE,
                        EN_OLD_COVERAGE_AMT, EN_NEW_COVERAGE_AMT,
                        EN_OLD_PREMIUM, EN_NEW_PREMIUM,
                        EN_PRORATA_AMOUNT, EN_TERM_START_DATE,
                        EN_TERM_EXPIRY_DATE, EN_TERM_DAYS,
                        EN_REMAIN_DAYS, EN_RATE_VERSION,
                        EN_STUBS_RESPREAD, EN_UNBILLED_AMOUNT,
                        EN_USER_ID, EN_ADD_TIMESTAMP
                        ) VALUES (
                        :EN-POLICY-NUMBER, :EN-SEQ-NO,
                        :EN-EFFECTIVE-DATE, :EN-TYPE,
                        :EN-COVERAGE-TYPE, :EN-OLD-COVERAGE-AMT,
                        :EN-NEW-COVERAGE-AMT, :EN-OLD-PREMIUM,
                        :EN-NEW-PREMIUM, :EN-PRORATA-AMOUNT,
                        :EN-TERM-START-DATE, :EN-TERM-EXPIRY-DATE,
                        :EN-TERM-DAYS, :EN-REMAIN-DAYS,
                        :EN-RATE-VERSION, :EN-STUBS-RESPREAD,
                        :EN-UNBILLED-AMOUNT, :EN-USER-ID,
                        CURRENT TIMESTAMP )
               END-EXEC
               IF SQLCODE EQUAL TO 0
                   MOVE EN-SEQ-NO TO LNK-OUT-SEQ-NO
               END-IF
           END-IF.

      *    STAMPS THE RE-SPREAD RESULT ON THE ENDORSEMENT ONCE THE
      *    REMITTANCE SCHEDULE HAS BEEN WORKED.
       4000-RECORD-SPREAD.
           MOVE LNK-SEQ-NO          TO EN-SEQ-NO
           MOVE LNK-STUBS-RESPREAD  TO EN-STUBS-RESPREAD
           MOVE LNK-UNBILLED-AMOUNT TO EN-UNBILLED-AMOUNT
           EXEC SQL
               UPDATE INSURNCE.TENDORSE
               SET   EN_STUBS_RESPREAD  = :EN-STUBS-RESPREAD,
                     EN_UNBILLED_AMOUNT = :EN-UNBILLED-AMOUNT
               WHERE EN_POLICY_NUMBER = :EN-POLICY-NUMBER
                 AND EN_SEQ_NO        = :EN-SEQ-NO
           END-EXEC.

       END PROGRAM ENDDRVR1.
