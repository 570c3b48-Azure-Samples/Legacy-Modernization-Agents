       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSMDRVR1.
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
       01  WS-PROCESS-DATE                PIC X(10).
       01  WS-WINDOW-LOW-DAYS             PIC S9(4) COMP.
       01  WS-WINDOW-HIGH-DAYS            PIC S9(4) COMP.

      *    READ-ONLY SELECTION FOR THE RATE CHANGE SIMULATION: EVERY
      *    ACTIVE POLICY OF A RATED TYPE WITH ACTIVE CHARGEABLE
      *    COVERAGE WHOSE EXPIRY FALLS IN THE WINDOW - THE POLICIES
      *    THE NIGHTLY RUN WILL RE-RATE FOR RENEWAL. THE COVERAGE TEST
      *    IS AN EXISTS SO A POLICY WITH SEVERAL CHARGEABLE COVERAGES
      *    IS RATED ONCE. NOTHING IS LOCKED OR UPDATED.
       EXEC SQL
           DECLARE SIMULATION-CURSOR CURSOR FOR
               SELECT POLICY_NUMBER,
                      POLICY_HOLDER_STATE,
                      POLICY_TYPE,
                      POLICY_UNDERWRITER,
                      POLICY_HOLDER_DOB,
                      POLICY_CLAIMED,
                      POLICY_DISCOUNT_CODE,
                      POLICY_PREMIUM_AMOUNT,
                      CHAR(POLICY_EXPIRY_DATE, USA)
                 FROM INSURNCE.TPOLICY
                 WHERE POLICY_STATUS = 'A'
                   AND POLICY_EXPIRY_DATE - :WS-PROCESS-DATE
                                                 >= :WS-WINDOW-LOW-DAYS
                   AND POLICY_EXPIRY_DATE - :WS-PROCESS-DATE
                                                <= :WS-WINDOW-HIGH-DAYS
                   AND POLICY_TYPE IN ('HEALTH', 'AUTO', 'LIFE')
                   AND EXISTS (
                            SELECT 1
                            FROM INSURNCE.TCOVERAG
                            WHERE COVERAGE_POL_NUM = POLICY_NUMBER
                              AND COVERAGE_STATUS = 'ACTIVE'
                              AND COVERAGE_TYPE = 'CHARGEABLE')
                 ORDER BY POLICY_HOLDER_STATE, POLICY_TYPE,
                          POLICY_NUMBER
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-PROCESS-DATE             PIC X(10).
               10  LNK-WINDOW-LOW-DAYS          PIC S9(4) COMP.
               10  LNK-WINDOW-HIGH-DAYS         PIC S9(4) COMP.
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-HOLDER-STATE             PIC X(2).
               10  LNK-POLICY-TYPE              PIC X(50).
               10  LNK-UNDERWRITER              PIC X(50).
               10  LNK-HOLDER-DOB               PIC X(10).
               10  LNK-CLAIMED                  PIC X(1).
               10  LNK-DISCOUNT-CODE            PIC X(10).
               10  LNK-PREMIUM-AMOUNT           PIC S9(5)V9(2) COMP-3.
               10  LNK-EXPIRY-DATE              PIC X(10).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE  TO WS-OPERATION-TYPE
           MOVE LNK-PROCESS-DATE    TO WS-PROCESS-DATE
           MOVE LNK-WINDOW-LOW-DAYS TO WS-WINDOW-LOW-DAYS
           MOVE LNK-WINDOW-HIGH-DAYS TO WS-WINDOW-HIGH-DAYS
           EVALUATE WS-OPERATION-TYPE
               WHEN 'OPEN'
                   EXEC SQL OPEN SIMULATION-CURSOR END-EXEC
               WHEN 'FETCH'
                   PERFORM 2000-FETCH-POLICY
               WHEN 'CLOSE'
                   EXEC SQL CLOSE SIMULATION-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'RSMDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

       2000-FETCH-POLICY.
           EXEC SQL
               FETCH SIMULATION-CURSOR
                   INTO :POLICY-NUMBER, :POLICY-HOLDER-STATE,
                        :POLICY-TYPE, :POLICY-UNDERWRITER,
                        :POLICY-HOLDER-DOB, :POLICY-CLAIMED,
                        :POLICY-DISCOUNT-CODE,
                        :POLICY-PREMIUM-AMOUNT,
                        :POLICY-EXPIRY-DATE
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE POLICY-NUMBER         TO LNK-POLICY-NUMBER
               MOVE POLICY-HOLDER-STATE   TO LNK-HOLDER-STATE
               MOVE POLICY-TYPE           TO LNK-POLICY-TYPE
               MOVE POLICY-UNDERWRITER    TO LNK-UNDERWRITER
               MOVE POLICY-HOLDER-DOB     TO LNK-HOLDER-DOB
               MOVE POLICY-CLAIMED        TO LNK-CLAIMED
               MOVE POLICY-DISCOUNT-CODE  TO LNK-DISCOUNT-CODE
               MOVE POLICY-PREMIUM-AMOUNT TO LNK-PREMIUM-AMOUNT
               MOVE POLICY-EXPIRY-DATE    TO LNK-EXPIRY-DATE
           END-IF.

       END PROGRAM RSMDRVR1.
