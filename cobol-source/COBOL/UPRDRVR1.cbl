       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPRDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-VAL-DATE                    PIC X(10).

       01  WS-UPR-FIELDS.
           05  WS-UPR-STATE               PIC X(2).
           05  WS-UPR-POLICY-TYPE         PIC X(50).
           05  WS-UPR-UNDERWRITER         PIC X(50).
           05  WS-UPR-POLICY-NUMBER       PIC X(10).
           05  WS-UPR-TERM-START          PIC X(10).
           05  WS-UPR-TERM-EXPIRY         PIC X(10).
           05  WS-UPR-TERM-PREMIUM        PIC S9(5)V9(2) COMP-3.
           05  WS-UPR-TERM-DAYS           PIC S9(9) COMP.
           05  WS-UPR-ELAPSED-DAYS        PIC S9(9) COMP.
           05  WS-UPR-REFUND              PIC S9(5)V9(2) COMP-3.
           05  WS-UPR-CANCELLED           PIC X(1).

      *    EVERY POLICY TERM IN FORCE ON THE VALUATION DATE, ONE ROW
      *    PER TERM. TPOLICY KEEPS THE ORIGINAL INCEPTION DATE WHILE
      *    ITS EXPIRY ROLLS FORWARD, SO THE TERMS ARE RECONSTRUCTED:
      *    THE FIRST TERM RUNS FROM POLICY_START_DATE TO THE FIRST
      *    RECORDED RENEWAL'S OLD EXPIRY (OR THE POLICY EXPIRY IF IT
      *    HAS NEVER RENEWED) AT THE POLICY PREMIUM, AND EACH TRENEWAL
      *    ROW WRITTEN BY THE VALUATION DATE IS A TERM FROM ITS OLD TO
      *    ITS NEW EXPIRY AT THE RENEWAL PREMIUM. A CANCELLATION
      *    RECORDED INSIDE THE TERM BY THE VALUATION DATE CARRIES THE
      *    REFUND CANCAP1 BOOKED. THE ELAPSED DAY COUNT INCLUDES THE
      *    VALUATION DATE ITSELF - THE RESERVE IS STRUCK AT CLOSE OF
      *    BUSINESS.
       EXEC SQL
           DECLARE UNEARNED-CURSOR CURSOR FOR
               SELECT P.POLICY_HOLDER_STATE,
                      P.POLICY_TYPE,
                      P.POLICY_UNDERWRITER,
                      P.POLICY_NUMBER,
                      T.TERM_START,
                      T.TERM_EXPIRY,
                      T.TERM_PREMIUM,
                      DAYS(T.TERM_EXPIRY) - DAYS(T.TERM_START),
                      DAYS(:WS-VAL-DATE) - DAYS(T.TERM_START) + 1,
                      COALESCE(C.CN_REFUND_AMOUNT, 0),
                      CASE WHEN C.CN_POLICY_NUMBER IS NULL
                           THEN 'N' ELSE 'Y' END
                 FROM INSURNCE.TPOLICY P
                      INNER JOIN
                      (SELECT P2.POLICY_NUMBER     AS TERM_POLICY,
                              P2.POLICY_START_DATE AS TERM_START,
                              COALESCE(
                                (SELECT MIN(R1.RN_OLD_EXPIRY_DATE)
                                   FROM INSURNCE.TRENEWAL R1
                                  WHERE R1.RN_POLICY_NUMBER
                                            = P2.POLICY_NUMBER),
                                P2.POLICY_EXPIRY_DATE)
                                                   AS TERM_EXPIRY,
                              P2.POLICY_PREMIUM_AMOUNT
                                                   AS TERM_PREMIUM
                         FROM INSURNCE.TPOLICY P2
                       UNION ALL
                       SELECT R.RN_POLICY_NUMBER,
                              R.RN_OLD_EXPIRY_DATE,
                              R.RN_NEW_EXPIRY_DATE,
                              R.RN_PREMIUM_AMOUNT
                         FROM INSURNCE.TRENEWAL R
                        WHERE R.RN_RENEWAL_DATE <= :WS-VAL-DATE) T
                          ON  T.TERM_POLICY = P.POLICY_NUMBER
                      LEFT OUTER JOIN INSURNCE.TCANCEL C
                          ON  C.CN_POLICY_NUMBER = P.POLICY_NUMBER
                          AND C.CN_CANCEL_DATE  >= T.TERM_START
                          AND C.CN_CANCEL_DATE  <  T.TERM_EXPIRY
                          AND C.CN_CANCEL_DATE  <= :WS-VAL-DATE
                 WHERE T.TERM_START  <= :WS-VAL-DATE
                   AND T.TERM_EXPIRY >  :WS-VAL-DATE
                 ORDER BY P.POLICY_HOLDER_STATE, P.POLICY_TYPE,
                          P.POLICY_UNDERWRITER, P.POLICY_NUMBER
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-VAL-DATE                 PIC X(10).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-UPR-STATE                PIC X(2).
               10  LNK-UPR-POLICY-TYPE          PIC X(50).
               10  LNK-UPR-UNDERWRITER          PIC X(50).
               10  LNK-UPR-POLICY-NUMBER        PIC X(10).
               10  LNK-UPR-TERM-START           PIC X(10).
               10  LNK-UPR-TERM-EXPIRY          PIC X(10).
               10  LNK-UPR-TERM-PREMIUM         PIC S9(5)V9(2) COMP-3.
               10  LNK-UPR-TERM-DAYS            PIC S9(9) COMP.
               10  LNK-UPR-ELAPSED-DAYS         PIC S9(9) COMP.
               10  LNK-UPR-REFUND               PIC S9(5)V9(2) COMP-3.
               10  LNK-UPR-CANCELLED            PIC X(1).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-VAL-DATE       TO WS-VAL-DATE
           EVALUATE WS-OPERATION-TYPE
               WHEN 'OPEN'
                   EXEC SQL OPEN UNEARNED-CURSOR END-EXEC
               WHEN 'FETCH'
                   PERFORM 2000-FETCH-TERM
               WHEN 'CLOSE'
                   EXEC SQL CLOSE UNEARNED-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'UPRDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

       2000-FETCH-TERM.
           EXEC SQL
               FETCH UNEARNED-CURSOR
                   INTO :WS-UPR-STATE, :WS-UPR-POLICY-TYPE,
                        :WS-UPR-UNDERWRITER, :WS-UPR-POLICY-NUMBER,
                        :WS-UPR-TERM-START, :WS-UPR-TERM-EXPIRY,
                        :WS-UPR-TERM-PREMIUM, :WS-UPR-TERM-DAYS,
                        :WS-UPR-ELAPSED-DAYS, :WS-UPR-REFUND,
                        :WS-UPR-CANCELLED
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-UPR-STATE          TO LNK-UPR-STATE
               MOVE WS-UPR-POLICY-TYPE    TO LNK-UPR-POLICY-TYPE
               MOVE WS-UPR-UNDERWRITER    TO LNK-UPR-UNDERWRITER
               MOVE WS-UPR-POLICY-NUMBER  TO LNK-UPR-POLICY-NUMBER
               MOVE WS-UPR-TERM-START     TO LNK-UPR-TERM-START
               MOVE WS-UPR-TERM-EXPIRY    TO LNK-UPR-TERM-EXPIRY
               MOVE WS-UPR-TERM-PREMIUM   TO LNK-UPR-TERM-PREMIUM
               MOVE WS-UPR-TERM-DAYS      TO LNK-UPR-TERM-DAYS
               MOVE WS-UPR-ELAPSED-DAYS   TO LNK-UPR-ELAPSED-DAYS
               MOVE WS-UPR-REFUND         TO LNK-UPR-REFUND
               MOVE WS-UPR-CANCELLED      TO LNK-UPR-CANCELLED
           END-IF.

       END PROGRAM UPRDRVR1.
