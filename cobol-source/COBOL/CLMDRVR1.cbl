       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DCLAIM
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-PERIOD-START                PIC X(10).
       01  WS-PERIOD-END                  PIC X(10).

      *    WORK FIELDS FOR THE IN-FORCE TERM CHECK. THE DATE
      *    COMPARISONS ARE DONE BY DB2 SO THE CALENDAR ARITHMETIC
      *    STAYS IN ONE PLACE (SAME AS CANDRVR1).
       01  WS-TRM-FIELDS.
           05  WS-TRM-POLICY-START        PIC X(10).
           05  WS-TRM-POLICY-EXPIRY       PIC X(10).
           05  WS-TRM-POSITION            PIC X(1).
           05  WS-TRM-RENEW-START         PIC X(10).
           05  WS-TRM-RENEW-EXPIRY        PIC X(10).
           05  WS-TRM-CANCEL-CNT          PIC S9(9) COMP.

       01  WS-REG-ROW.
           05  WS-REG-STATE               PIC X(2).
           05  WS-REG-POLICY-TYPE         PIC X(50).
           05  WS-REG-CLAIM-NUMBER        PIC X(12).
           05  WS-REG-POLICY-NUMBER       PIC X(10).
           05  WS-REG-LOSS-DATE           PIC X(10).
           05  WS-REG-REPORT-DATE         PIC X(10).
           05  WS-REG-CAUSE               PIC X(10).
           05  WS-REG-RESERVE             PIC S9(9)V9(2) COMP-3.
           05  WS-REG-PAID                PIC S9(9)V9(2) COMP-3.
           05  WS-REG-STATUS              PIC X(1).

      *    CLAIMS REGISTER: EVERY CLAIM STILL OPEN, PLUS EVERY CLAIM
      *    REPORTED OR CLOSED INSIDE THE REQUESTED PERIOD, IN STATE
      *    AND POLICY-TYPE ORDER FOR THE REGISTER'S CONTROL BREAKS.
       EXEC SQL
           DECLARE CLAIM-REGISTER-CURSOR CURSOR FOR
               SELECT P.POLICY_HOLDER_STATE,
                      P.POLICY_TYPE,
                      C.CL_CLAIM_NUMBER,
                      C.CL_POLICY_NUMBER,
                      C.CL_LOSS_DATE,
                      C.CL_REPORT_DATE,
                      C.CL_CAUSE,
                      C.CL_RESERVE_AMOUNT,
                      C.CL_PAID_AMOUNT,
                      C.CL_STATUS
                 FROM INSURNCE.TCLAIM C
                      INNER JOIN INSURNCE.TPOLICY P
                          ON  C.CL_POLICY_NUMBER = P.POLICY_NUMBER
                 WHERE C.CL_STATUS = 'O'
                    OR C.CL_REPORT_DATE BETWEEN :WS-PERIOD-START
                                            AND :WS-PERIOD-END
                    OR (C.CL_STATUS <> 'O'
                        AND C.CL_CLOSE_DATE BETWEEN :WS-PERIOD-START
                                                AND :WS-PERIOD-END)
                 ORDER BY P.POLICY_HOLDER_STATE, P.POLICY_TYPE,
                          C.CL_CLAIM_NUMBER
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-CLAIM-NUMBER             PIC X(12).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-LOSS-DATE                PIC X(10).
               10  LNK-REPORT-DATE              PIC X(10).
               10  LNK-CAUSE                    PIC X(10).
               10  LNK-RESERVE-AMOUNT           PIC S9(9)V9(2) COMP-3.
               10  LNK-PAID-AMOUNT              PIC S9(9)V9(2) COMP-3.
               10  LNK-STATUS                   PIC X(1).
               10  LNK-CLOSE-DATE               PIC X(10).
               10  LNK-TERM-START-DATE          PIC X(10).
               10  LNK-TERM-EXPIRY-DATE         PIC X(10).
               10  LNK-PERIOD-START             PIC X(10).
               10  LNK-PERIOD-END               PIC X(10).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-IN-FORCE-SW              PIC X(1).
               10  LNK-NOT-IN-FORCE-REASON      PIC X(30).
               10  LNK-OUT-TERM-START           PIC X(10).
               10  LNK-OUT-TERM-EXPIRY          PIC X(10).
               10  LNK-OUT-POLICY-NUMBER        PIC X(10).
               10  LNK-OUT-RESERVE              PIC S9(9)V9(2) COMP-3.
               10  LNK-OUT-PAID                 PIC S9(9)V9(2) COMP-3.
               10  LNK-OUT-STATUS               PIC X(1).
               10  LNK-FLAG-SET-Y-CNT           PIC S9(9) COMP.
               10  LNK-FLAG-SET-N-CNT           PIC S9(9) COMP.
               10  LNK-REG-STATE                PIC X(2).
               10  LNK-REG-POLICY-TYPE          PIC X(50).
               10  LNK-REG-CLAIM-NUMBER         PIC X(12).
               10  LNK-REG-POLICY-NUMBER        PIC X(10).
               10  LNK-REG-LOSS-DATE            PIC X(10).
               10  LNK-REG-REPORT-DATE          PIC X(10).
               10  LNK-REG-CAUSE                PIC X(10).
               10  LNK-REG-RESERVE              PIC S9(9)V9(2) COMP-3.
               10  LNK-REG-PAID                 PIC S9(9)V9(2) COMP-3.
               10  LNK-REG-STATUS               PIC X(1).

       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE  TO WS-OPERATION-TYPE
           MOVE LNK-CLAIM-NUMBER    TO CL-CLAIM-NUMBER
           MOVE LNK-POLICY-NUMBER   TO CL-POLICY-NUMBER
           MOVE LNK-LOSS-DATE       TO CL-LOSS-DATE
           MOVE LNK-PERIOD-START    TO WS-PERIOD-START
           MOVE LNK-PERIOD-END      TO WS-PERIOD-END
           EVALUATE WS-OPERATION-TYPE
               WHEN 'TERMCHK'
                   PERFORM 2000-CHECK-IN-FORCE-TERM
               WHEN 'ADD'
                   PERFORM 3000-ADD-CLAIM
               WHEN 'GET'
                   PERFORM 4000-GET-CLAIM
               WHEN 'UPDATE'
                   PERFORM 5000-UPDATE-CLAIM
               WHEN 'FLAGSYNC'
                   PERFORM 6000-SYNC-CLAIMED-FLAG
               WHEN 'REG-OPEN'
                   EXEC SQL OPEN CLAIM-REGISTER-CURSOR END-EXEC
               WHEN 'REG-FETCH'
                   PERFORM 7000-FETCH-REGISTER
               WHEN 'REG-CLOSE'
                   EXEC SQL CLOSE CLAIM-REGISTER-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           MOVE SQLCODE TO WS-SQLCODE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -803 AND -1
               DISPLAY 'CLMDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

      *    FINDS THE TERM THE POLICY HAD IN FORCE ON THE LOSS DATE.
      *    THE LOSS MUST FALL BETWEEN POLICY_START_DATE AND THE
      *    CURRENT POLICY_EXPIRY_DATE; WHEN A RECORDED RENEWAL COVERS
      *    THE LOSS DATE THAT RENEWAL'S OLD-TO-NEW EXPIRY IS THE TERM,
      *    OTHERWISE THE POLICY'S OWN START/EXPIRY IS. A CANCELLATION
      *    DATED ON OR BEFORE THE LOSS, INSIDE THE SAME TERM, MEANS THE
      *    COVER WAS NOT IN FORCE. SQLCODE 100 = POLICY NOT ON TPOLICY.
       2000-CHECK-IN-FORCE-TERM.
           MOVE 'N'    TO LNK-IN-FORCE-SW
           MOVE SPACES TO LNK-NOT-IN-FORCE-REASON
                          LNK-OUT-TERM-START
                          LNK-OUT-TERM-EXPIRY
           EXEC SQL
               SELECT POLICY_START_DATE, POLICY_EXPIRY_DATE,
                      CASE WHEN DATE(:CL-LOSS-DATE) < POLICY_START_DATE
                           THEN 'B'
                           WHEN DATE(:CL-LOSS-DATE) > POLICY_EXPIRY_DATE
                           THEN 'A'
                           ELSE 'I' END
               INTO :WS-TRM-POLICY-START, :WS-TRM-POLICY-EXPIRY,
                    :WS-TRM-POSITION
               FROM INSURNCE.TPOLICY
               WHERE POLICY_NUMBER = :CL-POLICY-NUMBER
           END-EXEC
           IF SQLCODE EQUAL TO 0
               EVALUATE WS-TRM-POSITION
                   WHEN 'B'
                       MOVE 'LOSS BEFORE POLICY START'
                                          TO LNK-NOT-IN-FORCE-REASON
                   WHEN 'A'
                       MOVE 'LOSS AFTER TERM EXPIRY'
                                          TO LNK-NOT-IN-FORCE-REASON
                   WHEN OTHER
                       PERFORM 2100-FIND-RENEWAL-TERM
               END-EVALUATE
           END-IF.

       2100-FIND-RENEWAL-TERM.
           MOVE WS-TRM-POLICY-START  TO LNK-OUT-TERM-START
           MOVE WS-TRM-POLICY-EXPIRY TO LNK-OUT-TERM-EXPIRY
           EXEC SQL
               SELECT RN_OLD_EXPIRY_DATE, RN_NEW_EXPIRY_DATE
               INTO :WS-TRM-RENEW-START, :WS-TRM-RENEW-EXPIRY
               FROM INSURNCE.TRENEWAL
               WHERE RN_POLICY_NUMBER    = :CL-POLICY-NUMBER
                 AND RN_OLD_EXPIRY_DATE <= DATE(:CL-LOSS-DATE)
                 AND RN_NEW_EXPIRY_DATE >= DATE(:CL-LOSS-DATE)
               ORDER BY RN_NEW_EXPIRY_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-TRM-RENEW-START  TO LNK-OUT-TERM-START
               MOVE WS-TRM-RENEW-EXPIRY TO LNK-OUT-TERM-EXPIRY
           END-IF
           MOVE LNK-OUT-TERM-START  TO CL-TERM-START-DATE
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-TRM-CANCEL-CNT
               FROM INSURNCE.TCANCEL
               WHERE CN_POLICY_NUMBER = :CL-POLICY-NUMBER
                 AND CN_CANCEL_DATE  <= DATE(:CL-LOSS-DATE)
                 AND CN_CANCEL_DATE  >= DATE(:CL-TERM-START-DATE)
           END-EXEC
           IF WS-TRM-CANCEL-CNT > 0
               MOVE 'POLICY CANCELLED BEFORE LOSS'
                                      TO LNK-NOT-IN-FORCE-REASON
           ELSE
               MOVE 'Y' TO LNK-IN-FORCE-SW
           END-IF.

      *    RECORDS A FIRST NOTICE OF LOSS. THE CLAIM OPENS WITH THE
      *    DESK'S INITIAL RESERVE AND NOTHING PAID. -803 = CLAIM
      *    NUMBER ALREADY ON FILE.
       3000-ADD-CLAIM.
           MOVE LNK-REPORT-DATE      TO CL-REPORT-DATE
           MOVE LNK-CAUSE            TO CL-CAUSE
           MOVE LNK-RESERVE-AMOUNT   TO CL-RESERVE-AMOUNT
           MOVE 0                    TO CL-PAID-AMOUNT
           MOVE 'O'                  TO CL-STATUS
           MOVE LNK-TERM-START-DATE  TO CL-TERM-START-DATE
           MOVE LNK-TERM-EXPIRY-DATE TO CL-TERM-EXPIRY-DATE
           EXEC SQL
               INSERT INTO INSURNCE.TCLAIM (
                    CL_CLAIM_NUMBER, CL_POLICY_NUMBER, CL_LOSS_DATE,
                    CL_REPORT_DATE, CL_CAUSE, CL_RESERVE_AMOUNT,
                    CL_PAID_AMOUNT, CL_STATUS, CL_TERM_START_DATE,
                    CL_TERM_EXPIRY_DATE, CL_ADD_TIMESTAMP,
                    CL_UPDATE_TIMESTAMP
                    ) VALUES (
                    :CL-CLAIM-NUMBER, :CL-POLICY-NUMBER,
                    :CL-LOSS-DATE, :CL-REPORT-DATE, :CL-CAUSE,
                    :CL-RESERVE-AMOUNT, :CL-PAID-AMOUNT, :CL-STATUS,
                    :CL-TERM-START-DATE, :CL-TERM-EXPIRY-DATE,
                    CURRENT TIMESTAMP, CURRENT TIMESTAMP )
           END-EXEC.

       4000-GET-CLAIM.
           EXEC SQL
               SELECT CL_POLICY_NUMBER, CL_RESERVE_AMOUNT,
                      CL_PAID_AMOUNT, CL_STATUS
               INTO :CL-POLICY-NUMBER, :CL-RESERVE-AMOUNT,
                    :CL-PAID-AMOUNT, :CL-STATUS
               FROM INSURNCE.TCLAIM
               WHERE CL_CLAIM_NUMBER = :CL-CLAIM-NUMBER
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE CL-POLICY-NUMBER  TO LNK-OUT-POLICY-NUMBER
               MOVE CL-RESERVE-AMOUNT TO LNK-OUT-RESERVE
               MOVE CL-PAID-AMOUNT    TO LNK-OUT-PAID
               MOVE CL-STATUS         TO LNK-OUT-STATUS
           END-IF.

      *    RESERVE, PAID-TO-DATE AND STATUS AS THE CALLER HAS WORKED
      *    THEM OUT. THE CLOSE DATE IS ONLY MEANINGFUL ONCE THE CLAIM
      *    IS NO LONGER OPEN.
       5000-UPDATE-CLAIM.
           MOVE LNK-RESERVE-AMOUNT TO CL-RESERVE-AMOUNT
           MOVE LNK-PAID-AMOUNT    TO CL-PAID-AMOUNT
           MOVE LNK-STATUS         TO CL-STATUS
           MOVE LNK-CLOSE-DATE     TO CL-CLOSE-DATE
           IF CL-STATUS-OPEN
               EXEC SQL
                   UPDATE INSURNCE.TCLAIM
                   SET   CL_RESERVE_AMOUNT   = :CL-RESERVE-AMOUNT,
                         CL_PAID_AMOUNT      = :CL-PAID-AMOUNT,
                         CL_STATUS           = :CL-STATUS,
                         CL_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE CL_CLAIM_NUMBER = :CL-CLAIM-NUMBER
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE INSURNCE.TCLAIM
                   SET   CL_RESERVE_AMOUNT   = :CL-RESERVE-AMOUNT,
                         CL_PAID_AMOUNT      = :CL-PAID-AMOUNT,
                         CL_STATUS           = :CL-STATUS,
                         CL_CLOSE_DATE       = :CL-CLOSE-DATE,
                         CL_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE CL_CLAIM_NUMBER = :CL-CLAIM-NUMBER
               END-EXEC
           END-IF.

      *    RE-DERIVES TPOLICY.POLICY_CLAIMED FOR THE WHOLE BOOK FROM
      *    TCLAIM: 'Y' WHILE AN OPEN OR PAID CLAIM HAS A LOSS DATE IN
      *    THE POLICY'S CURRENT TERM (FROM THE LATEST RENEWAL'S OLD
      *    EXPIRY, OR POLICY_START_DATE IF NEVER RENEWED, TO
      *    POLICY_EXPIRY_DATE), 'N' OTHERWISE. ONLY ROWS WHOSE FLAG
      *    ACTUALLY CHANGES ARE TOUCHED, SO A POLICY THAT RENEWS OUT
      *    OF A CLAIM TERM DROPS BACK TO 'N' ON THE NEXT RUN.
      *    SQLERRD(3) CARRIES THE NUMBER OF POLICIES FLIPPED EACH WAY.
       6000-SYNC-CLAIMED-FLAG.
           MOVE 0 TO LNK-FLAG-SET-Y-CNT LNK-FLAG-SET-N-CNT
           EXEC SQL
               UPDATE INSURNCE.TPOLICY P
               SET   POLICY_CLAIMED = 'Y'
                WHERE P.POLICY_CLAIMED <> 'Y'
                  AND EXISTS
                      (SELECT 1 FROM INSURNCE.TCLAIM C
                        WHERE C.CL_POLICY_NUMBER = P.POLICY_NUMBER
                          AND C.CL_STATUS IN ('O', 'C')
                          AND C.CL_LOSS_DATE <= P.POLICY_EXPIRY_DATE
                          AND C.CL_LOSS_DATE >=
                              COALESCE(
                                (SELECT MAX(R.RN_OLD_EXPIRY_DATE)
                                   FROM INSURNCE.TRENEWAL R
                                  WHERE R.RN_POLICY_NUMBER =
                                            P.POLICY_NUMBER
                                    AND R.RN_NEW_EXPIRY_DATE =
                                            P.POLICY_EXPIRY_DATE),
                                P.POLICY_START_DATE))
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE SQLERRD(3) TO LNK-FLAG-SET-Y-CNT
           END-IF
           IF SQLCODE EQUAL TO 0 OR SQLCODE EQUAL TO 100
               EXEC SQL
                   UPDATE INSURNCE.TPOLICY P
                   SET   POLICY_CLAIMED = 'N'
                    WHERE P.POLICY_CLAIMED <> 'N'
                      AND NOT EXISTS
                          (SELECT 1 FROM INSURNCE.TCLAIM C
                            WHERE C.CL_POLICY_NUMBER = P.POLICY_NUMBER
                              AND C.CL_STATUS IN ('O', 'C')
                              AND C.CL_LOSS_DATE <= P.POLICY_EXPIRY_DATE
                              AND C.CL_LOSS_DATE >=
                                  COALESCE(
                                    (SELECT MAX(R.RN_OLD_EXPIRY_DATE)
                                       FROM INSURNCE.TRENEWAL R
                                      WHERE R.RN_POLICY_NUMBER =
                                                P.POLICY_NUMBER
                                        AND R.RN_NEW_EXPIRY_DATE =
                                                P.POLICY_EXPIRY_DATE),
                                    P.POLICY_START_DATE))
               END-EXEC
               IF SQLCODE EQUAL TO 0
                   MOVE SQLERRD(3) TO LNK-FLAG-SET-N-CNT
               END-IF
           END-IF.

       7000-FETCH-REGISTER.
           EXEC SQL
               FETCH CLAIM-REGISTER-CURSOR
                   INTO :WS-REG-STATE, :WS-REG-POLICY-TYPE,
                        :WS-REG-CLAIM-NUMBER, :WS-REG-POLICY-NUMBER,
                        :WS-REG-LOSS-DATE, :WS-REG-REPORT-DATE,
                        :WS-REG-CAUSE, :WS-REG-RESERVE,
                        :WS-REG-PAID, :WS-REG-STATUS
           END-EXEC
           IF SQLCODE EQUAL TO 0
               MOVE WS-REG-STATE          TO LNK-REG-STATE
               MOVE WS-REG-POLICY-TYPE    TO LNK-REG-POLICY-TYPE
               MOVE WS-REG-CLAIM-NUMBER   TO LNK-REG-CLAIM-NUMBER
               MOVE WS-REG-POLICY-NUMBER  TO LNK-REG-POLICY-NUMBER
               MOVE WS-REG-LOSS-DATE      TO LNK-REG-LOSS-DATE
               MOVE WS-REG-REPORT-DATE    TO LNK-REG-REPORT-DATE
               MOVE WS-REG-CAUSE          TO LNK-REG-CAUSE
               MOVE WS-REG-RESERVE        TO LNK-REG-RESERVE
               MOVE WS-REG-PAID           TO LNK-REG-PAID
               MOVE WS-REG-STATUS         TO LNK-REG-STATUS
           END-IF.

       END PROGRAM CLMDRVR1.
