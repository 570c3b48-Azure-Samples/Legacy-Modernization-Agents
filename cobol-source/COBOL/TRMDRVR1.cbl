       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRMDRVR1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL
           INCLUDE SQLCA
       END-EXEC.

       EXEC SQL
           INCLUDE DPOLTERM
       END-EXEC.

       01  WS-OPERATION-TYPE              PIC X(10).
       01  WS-SQLCODE                     PIC S9(9) COMP.
       01  WS-GRACE-DAYS                  PIC S9(4) COMP.
       01  WS-PROCESS-DATE                PIC X(10).

      *    THE POLICY ROW AS IT STANDS WHEN THE EVENT IS CAPTURED. A
      *    TERM ROW OPENED FROM IT TAKES ITS PREMIUM AND START DATE
      *    ONLY WHEN THE ROW STILL DESCRIBES THAT TERM (ITS EXPIRY IS
      *    WS-SNAP-EXPIRY); OTHERWISE - A BACKFILLED TERM FROM YEARS
      *    BACK - THE CALLER'S PREMIUM IS USED AND THE TERM IS TAKEN
      *    AS THE YEAR BEFORE ITS EXPIRY.
       01  WS-POL-FIELDS.
           05  WS-POL-START               PIC X(10).
           05  WS-POL-EXPIRY              PIC X(10).
           05  WS-POL-PREMIUM             PIC S9(5)V9(2) COMP-3.
           05  WS-POL-COVERAGE            PIC S9(8)V9(2) COMP-3.
           05  WS-POL-DISCOUNT-CODE       PIC X(10).
           05  WS-POL-AGENT-CODE          PIC X(10).
           05  WS-POL-UNDERWRITER         PIC X(50).

       01  WS-TERM-FIELDS.
           05  WS-TERM-EXPIRY             PIC X(10).
           05  WS-SNAP-EXPIRY             PIC X(10).
           05  WS-FOUND-START             PIC X(10).
           05  WS-NEW-PREMIUM             PIC S9(5)V9(2) COMP-3.
           05  WS-ROW-CNT                 PIC S9(9) COMP.

      *    BACKFILL SOURCES: EVERY RECORDED RENEWAL IN POLICY AND TERM
      *    ORDER, EVERY RECORDED CANCELLATION, AND EVERY POLICY ON
      *    FILE FOR ITS TERM IN FORCE.
       EXEC SQL
           DECLARE RENEWAL-HIST-CURSOR CURSOR FOR
               SELECT RN_POLICY_NUMBER, RN_OLD_EXPIRY_DATE,
                      RN_NEW_EXPIRY_DATE, RN_RENEWAL_DATE,
                      RN_PREMIUM_AMOUNT, RN_CHANNEL
                 FROM INSURNCE.TRENEWAL
                 ORDER BY RN_POLICY_NUMBER, RN_OLD_EXPIRY_DATE
       END-EXEC.

       EXEC SQL
           DECLARE CANCEL-HIST-CURSOR CURSOR FOR
               SELECT CN_POLICY_NUMBER, CN_TERM_START_DATE,
                      CN_TERM_EXPIRY_DATE, CN_CANCEL_DATE,
                      CN_PREMIUM_AMOUNT, CN_REASON
                 FROM INSURNCE.TCANCEL
                 ORDER BY CN_POLICY_NUMBER, CN_CANCEL_DATE
       END-EXEC.

       EXEC SQL
           DECLARE POLICY-TERM-CURSOR CURSOR FOR
               SELECT POLICY_NUMBER
                 FROM INSURNCE.TPOLICY
                 ORDER BY POLICY_NUMBER
       END-EXEC.

       LINKAGE SECTION.
       01  LNK-AREA.
           05  LNK-INPUT-AREA.
               10  LNK-OPERATION-TYPE           PIC X(10).
               10  LNK-POLICY-NUMBER            PIC X(10).
               10  LNK-TERM-START-DATE          PIC X(10).
               10  LNK-TERM-EXPIRY-DATE         PIC X(10).
               10  LNK-NEW-EXPIRY-DATE          PIC X(10).
               10  LNK-OUTCOME-DATE             PIC X(10).
               10  LNK-OUTCOME-REASON           PIC X(10).
               10  LNK-PREMIUM-AMOUNT           PIC S9(5)V9(2) COMP-3.
               10  LNK-PRIOR-PREMIUM            PIC S9(5)V9(2) COMP-3.
               10  LNK-SOURCE                   PIC X(8).
               10  LNK-GRACE-DAYS               PIC S9(4) COMP.
               10  LNK-PROCESS-DATE             PIC X(10).
           05 LNK-OUTPUT-AREA.
               10  LNK-SQLCODE                  PIC S9(9) COMP.
               10  LNK-ROW-CNT                  PIC S9(9) COMP.
      *        'Y' WHEN THE TERM ACTED ON HAD NO ROW YET AND ONE WAS
      *        OPENED FROM TPOLICY.
               10  LNK-TERM-OPENED              PIC X(1).
      *        NEXT TERM: 'Y' = ROW OPENED, 'U' = ALREADY ON FILE AND
      *        BROUGHT INTO LINE WITH THIS EVENT.
               10  LNK-NEXT-TERM                PIC X(1).
               10  LNK-OUT-POLICY-NUMBER        PIC X(10).
               10  LNK-OUT-DATE-1               PIC X(10).
               10  LNK-OUT-DATE-2               PIC X(10).
               10  LNK-OUT-DATE-3               PIC X(10).
               10  LNK-OUT-PREMIUM              PIC S9(5)V9(2) COMP-3.
               10  LNK-OUT-REASON               PIC X(10).

      *    OPERATIONS:
      *      RENEW   - TERM ENDING LNK-TERM-EXPIRY-DATE RENEWED ON
      *                LNK-OUTCOME-DATE (REASON = CHANNEL); THE NEXT
      *                TERM IS OPENED TO LNK-NEW-EXPIRY-DATE AT
      *                LNK-PREMIUM-AMOUNT
      *      REINST  - LAPSED TERM ENDING LNK-TERM-EXPIRY-DATE
      *                REINSTATED - CALLED AFTER TPOLICY'S EXPIRY HAS
      *                ROLLED TO LNK-NEW-EXPIRY-DATE
      *      CANCEL  - TERM CANCELLED ON LNK-OUTCOME-DATE (BLANK TERM
      *                DATES = THE TERM TPOLICY SHOWS)
      *      NONRNW  - TERM TPOLICY SHOWS WILL NOT BE RENEWED
      *      RESTORE - DO-NOT-RENEW TAKEN OFF AGAIN
      *      CURRENT - MAKE SURE THE TERM TPOLICY SHOWS HAS A ROW
      *      LAPSE   - TERMS STILL IN FORCE MORE THAN LNK-GRACE-DAYS
      *                PAST EXPIRY AT LNK-PROCESS-DATE WITH NO LATER
      *                TERM ARE MARKED LAPSED (COUNT IN LNK-ROW-CNT)
      *      RN-/CN-/PL- OPEN, FETCH, CLOSE - THE BACKFILL CURSORS
       PROCEDURE DIVISION USING LNK-AREA.
       1000-MAIN-PARA.
           MOVE LNK-OPERATION-TYPE TO WS-OPERATION-TYPE
           MOVE LNK-GRACE-DAYS     TO WS-GRACE-DAYS
           MOVE LNK-PROCESS-DATE   TO WS-PROCESS-DATE
           MOVE LNK-POLICY-NUMBER  TO PT-POLICY-NUMBER
           MOVE 'N'                TO LNK-TERM-OPENED
                                      LNK-NEXT-TERM
           MOVE 0                  TO LNK-ROW-CNT
           MOVE 0                  TO WS-SQLCODE
           EVALUATE WS-OPERATION-TYPE
               WHEN 'RENEW'
                   PERFORM 2000-RENEW-TERM
               WHEN 'REINST'
                   PERFORM 2100-REINSTATE-TERM
               WHEN 'CANCEL'
                   PERFORM 2200-CANCEL-TERM
               WHEN 'NONRNW'
                   PERFORM 2300-NON-RENEW-TERM
               WHEN 'RESTORE'
                   PERFORM 2400-RESTORE-TERM
               WHEN 'CURRENT'
                   PERFORM 2500-CURRENT-TERM
               WHEN 'LAPSE'
                   PERFORM 2600-LAPSE-TERMS
               WHEN 'RN-OPEN'
                   EXEC SQL OPEN RENEWAL-HIST-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN 'RN-FETCH'
                   PERFORM 3000-FETCH-RENEWAL
               WHEN 'RN-CLOSE'
                   EXEC SQL CLOSE RENEWAL-HIST-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN 'CN-OPEN'
                   EXEC SQL OPEN CANCEL-HIST-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN 'CN-FETCH'
                   PERFORM 3100-FETCH-CANCEL
               WHEN 'CN-CLOSE'
                   EXEC SQL CLOSE CANCEL-HIST-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN 'PL-OPEN'
                   EXEC SQL OPEN POLICY-TERM-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN 'PL-FETCH'
                   PERFORM 3200-FETCH-POLICY
               WHEN 'PL-CLOSE'
                   EXEC SQL CLOSE POLICY-TERM-CURSOR END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
               WHEN OTHER
                   DISPLAY 'INVALID OPERATION TYPE'
                   MOVE -1 TO WS-SQLCODE
           END-EVALUATE.
           IF WS-SQLCODE NOT = 0 AND 100 AND -1
               DISPLAY 'TRMDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' WS-SQLCODE
               CALL 'ABEND'
           END-IF.
           MOVE WS-SQLCODE TO LNK-SQLCODE.
           GOBACK.

      *    THE EXPIRING TERM IS CLOSED AS RENEWED - A DO-NOT-RENEW OR
      *    A LAPSE THE FEED OVERTAKES GIVES WAY TO IT, A CANCELLATION
      *    DOES NOT - AND THE NEXT TERM OPENED. 100 = POLICY NOT ON
      *    TPOLICY.
       2000-RENEW-TERM.
           MOVE LNK-TERM-EXPIRY-DATE TO WS-SNAP-EXPIRY
           PERFORM 5000-READ-POLICY
           IF WS-SQLCODE = 0
               PERFORM 5100-ENSURE-TERM
               MOVE LNK-OUTCOME-DATE     TO PT-OUTCOME-DATE
               MOVE LNK-OUTCOME-REASON   TO PT-OUTCOME-REASON
               EXEC SQL
                   UPDATE INSURNCE.TPOLTERM
                   SET   PT_OUTCOME          = 'R',
                         PT_OUTCOME_DATE     = :PT-OUTCOME-DATE,
                         PT_OUTCOME_REASON   = :PT-OUTCOME-REASON,
                         PT_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE PT_POLICY_NUMBER    = :PT-POLICY-NUMBER
                      AND PT_TERM_EXPIRY_DATE = :WS-TERM-EXPIRY
                      AND PT_OUTCOME IN (' ', 'N', 'L')
               END-EXEC
               PERFORM 9000-CHECK-SQL
               MOVE LNK-PREMIUM-AMOUNT TO WS-NEW-PREMIUM
               PERFORM 5200-OPEN-NEXT-TERM
               MOVE 0 TO WS-SQLCODE
           END-IF.

      *    TPOLICY HAS ALREADY ROLLED TO THE NEW EXPIRY (RINDRVR1), SO
      *    THE POLICY ROW DESCRIBES THE REINSTATED TERM'S PREDECESSOR
      *    BY ITS START AND PREMIUM BUT NOT ITS EXPIRY. THE NEXT TERM
      *    CARRIES ON AT THE SAME PREMIUM.
       2100-REINSTATE-TERM.
           MOVE LNK-NEW-EXPIRY-DATE  TO WS-SNAP-EXPIRY
           PERFORM 5000-READ-POLICY
           IF WS-SQLCODE = 0
               PERFORM 5100-ENSURE-TERM
               MOVE LNK-OUTCOME-DATE     TO PT-OUTCOME-DATE
               EXEC SQL
                   UPDATE INSURNCE.TPOLTERM
                   SET   PT_OUTCOME          = 'R',
                         PT_OUTCOME_DATE     = :PT-OUTCOME-DATE,
                         PT_OUTCOME_REASON   = 'REINSTATE',
                         PT_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE PT_POLICY_NUMBER    = :PT-POLICY-NUMBER
                      AND PT_TERM_EXPIRY_DATE = :WS-TERM-EXPIRY
                      AND PT_OUTCOME IN (' ', 'L')
               END-EXEC
               PERFORM 9000-CHECK-SQL
               MOVE WS-POL-PREMIUM TO WS-NEW-PREMIUM
               PERFORM 5200-OPEN-NEXT-TERM
               MOVE 0 TO WS-SQLCODE
           END-IF.

       2200-CANCEL-TERM.
           MOVE LNK-TERM-EXPIRY-DATE TO WS-SNAP-EXPIRY
           PERFORM 5000-READ-POLICY
           IF WS-SQLCODE = 0
               PERFORM 5100-ENSURE-TERM
               MOVE LNK-OUTCOME-DATE     TO PT-OUTCOME-DATE
               MOVE LNK-OUTCOME-REASON   TO PT-OUTCOME-REASON
               EXEC SQL
                   UPDATE INSURNCE.TPOLTERM
                   SET   PT_OUTCOME          = 'C',
                         PT_OUTCOME_DATE     = :PT-OUTCOME-DATE,
                         PT_OUTCOME_REASON   = :PT-OUTCOME-REASON,
                         PT_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE PT_POLICY_NUMBER    = :PT-POLICY-NUMBER
                      AND PT_TERM_EXPIRY_DATE = :WS-TERM-EXPIRY
                      AND PT_OUTCOME <> 'C'
               END-EXEC
               PERFORM 9000-CHECK-SQL
               MOVE 0 TO WS-SQLCODE
           END-IF.

      *    ONLY A TERM STILL IN FORCE TAKES THE DO-NOT-RENEW; THE
      *    OUTCOME DATE IS THE DATE THE DECISION TAKES EFFECT.
       2300-NON-RENEW-TERM.
           MOVE SPACES TO WS-SNAP-EXPIRY
           PERFORM 5000-READ-POLICY
           IF WS-SQLCODE = 0
               PERFORM 5100-ENSURE-TERM
               MOVE LNK-OUTCOME-DATE     TO PT-OUTCOME-DATE
               MOVE LNK-OUTCOME-REASON   TO PT-OUTCOME-REASON
               EXEC SQL
                   UPDATE INSURNCE.TPOLTERM
                   SET   PT_OUTCOME          = 'N',
                         PT_OUTCOME_DATE     = :PT-OUTCOME-DATE,
                         PT_OUTCOME_REASON   = :PT-OUTCOME-REASON,
                         PT_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE PT_POLICY_NUMBER    = :PT-POLICY-NUMBER
                      AND PT_TERM_EXPIRY_DATE = :WS-TERM-EXPIRY
                      AND PT_OUTCOME = ' '
               END-EXEC
               PERFORM 9000-CHECK-SQL
               MOVE 0 TO WS-SQLCODE
           END-IF.

       2400-RESTORE-TERM.
           EXEC SQL
               UPDATE INSURNCE.TPOLTERM
               SET   PT_OUTCOME          = ' ',
                     PT_OUTCOME_REASON   = ' ',
                     PT_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE PT_POLICY_NUMBER = :PT-POLICY-NUMBER
                  AND PT_OUTCOME = 'N'
           END-EXEC
           PERFORM 9000-CHECK-SQL
           MOVE 0 TO WS-SQLCODE.

       2500-CURRENT-TERM.
           MOVE SPACES TO WS-SNAP-EXPIRY
           PERFORM 5000-READ-POLICY
           IF WS-SQLCODE = 0
               PERFORM 5100-ENSURE-TERM
           END-IF.

      *    A TERM IS ONLY LAPSED ONCE THE GRACE WINDOW REINST1 ALLOWS
      *    HAS RUN OUT, SO A REINSTATEMENT NEVER HAS TO UNDO ONE IN
      *    THE NORMAL COURSE.
       2600-LAPSE-TERMS.
           EXEC SQL
               UPDATE INSURNCE.TPOLTERM T
               SET   PT_OUTCOME          = 'L',
                     PT_OUTCOME_DATE     = PT_TERM_EXPIRY_DATE,
                     PT_OUTCOME_REASON   = ' ',
                     PT_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                WHERE T.PT_OUTCOME = ' '
                  AND T.PT_TERM_EXPIRY_DATE + :WS-GRACE-DAYS DAYS
                          < DATE(:WS-PROCESS-DATE)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM INSURNCE.TPOLTERM N
                        WHERE N.PT_POLICY_NUMBER = T.PT_POLICY_NUMBER
                          AND N.PT_TERM_START_DATE
                                  >= T.PT_TERM_EXPIRY_DATE)
           END-EXEC
           PERFORM 9000-CHECK-SQL
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-ROW-CNT
               MOVE WS-ROW-CNT TO LNK-ROW-CNT
           END-IF
           MOVE 0 TO WS-SQLCODE.

       3000-FETCH-RENEWAL.
           EXEC SQL
               FETCH RENEWAL-HIST-CURSOR
                   INTO :LNK-OUT-POLICY-NUMBER, :LNK-OUT-DATE-1,
                        :LNK-OUT-DATE-2, :LNK-OUT-DATE-3,
                        :LNK-OUT-PREMIUM, :LNK-OUT-REASON
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE.

       3100-FETCH-CANCEL.
           EXEC SQL
               FETCH CANCEL-HIST-CURSOR
                   INTO :LNK-OUT-POLICY-NUMBER, :LNK-OUT-DATE-1,
                        :LNK-OUT-DATE-2, :LNK-OUT-DATE-3,
                        :LNK-OUT-PREMIUM, :LNK-OUT-REASON
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE.

       3200-FETCH-POLICY.
           EXEC SQL
               FETCH POLICY-TERM-CURSOR
                   INTO :LNK-OUT-POLICY-NUMBER
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE.

      *    READS THE POLICY AND SETTLES WHICH TERM THE EVENT IS FOR -
      *    THE CALLER'S EXPIRY, OR THE ONE TPOLICY SHOWS WHEN BLANK.
       5000-READ-POLICY.
           EXEC SQL
               SELECT POLICY_START_DATE, POLICY_EXPIRY_DATE,
                      POLICY_PREMIUM_AMOUNT, POLICY_COVERAGE_AMOUNT,
                      POLICY_DISCOUNT_CODE, POLICY_AGENT_CODE,
                      POLICY_UNDERWRITER
               INTO :WS-POL-START, :WS-POL-EXPIRY,
                    :WS-POL-PREMIUM, :WS-POL-COVERAGE,
                    :WS-POL-DISCOUNT-CODE, :WS-POL-AGENT-CODE,
                    :WS-POL-UNDERWRITER
               FROM INSURNCE.TPOLICY
               WHERE POLICY_NUMBER = :PT-POLICY-NUMBER
           END-EXEC
           PERFORM 9000-CHECK-SQL
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = 0
               IF LNK-TERM-EXPIRY-DATE = SPACES
                   MOVE WS-POL-EXPIRY        TO WS-TERM-EXPIRY
               ELSE
                   MOVE LNK-TERM-EXPIRY-DATE TO WS-TERM-EXPIRY
               END-IF
               IF WS-SNAP-EXPIRY = SPACES
                   MOVE WS-TERM-EXPIRY       TO WS-SNAP-EXPIRY
               END-IF
           END-IF.

       5100-ENSURE-TERM.
           EXEC SQL
               SELECT PT_TERM_START_DATE
               INTO :WS-FOUND-START
               FROM INSURNCE.TPOLTERM
               WHERE PT_POLICY_NUMBER    = :PT-POLICY-NUMBER
                 AND PT_TERM_EXPIRY_DATE = :WS-TERM-EXPIRY
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           PERFORM 9000-CHECK-SQL
           IF SQLCODE = 100
               PERFORM 5110-OPEN-TERM
           END-IF.

       5110-OPEN-TERM.
           MOVE WS-TERM-EXPIRY TO PT-TERM-EXPIRY-DATE
           IF WS-POL-EXPIRY = WS-SNAP-EXPIRY
               MOVE WS-POL-START        TO PT-TERM-START-DATE
               MOVE WS-POL-PREMIUM      TO PT-PREMIUM-AMOUNT
           ELSE
               EXEC SQL
                   SET :PT-TERM-START-DATE =
                       CHAR(DATE(:WS-TERM-EXPIRY) - 1 YEAR)
               END-EXEC
               MOVE LNK-PRIOR-PREMIUM   TO PT-PREMIUM-AMOUNT
           END-IF
           IF LNK-TERM-START-DATE NOT = SPACES
               MOVE LNK-TERM-START-DATE TO PT-TERM-START-DATE
           END-IF
           MOVE WS-POL-COVERAGE      TO PT-COVERAGE-AMOUNT
           MOVE WS-POL-DISCOUNT-CODE TO PT-DISCOUNT-CODE
           MOVE WS-POL-AGENT-CODE    TO PT-AGENT-CODE
           MOVE WS-POL-UNDERWRITER   TO PT-UNDERWRITER
           MOVE LNK-SOURCE           TO PT-SOURCE
           EXEC SQL
               INSERT INTO INSURNCE.TPOLTERM (
                    PT_POLICY_NUMBER, PT_TERM_START_DATE,
                    PT_TERM_EXPIRY_DATE, PT_PREMIUM_AMOUNT,
                    PT_COVERAGE_AMOUNT, PT_DISCOUNT_CODE,
                    PT_AGENT_CODE, PT_UNDERWRITER, PT_SOURCE,
                    PT_ADD_TIMESTAMP, PT_UPDATE_TIMESTAMP
                    ) VALUES (
                    :PT-POLICY-NUMBER, :PT-TERM-START-DATE,
                    :PT-TERM-EXPIRY-DATE, :PT-PREMIUM-AMOUNT,
                    :PT-COVERAGE-AMOUNT, :PT-DISCOUNT-CODE,
                    :PT-AGENT-CODE, :PT-UNDERWRITER, :PT-SOURCE,
                    CURRENT TIMESTAMP, CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERROR INSERTING IN TPOLTERM SQLCODE: ' SQLCODE
               CALL 'ABEND'
           END-IF
           MOVE 'Y' TO LNK-TERM-OPENED.

      *    THE NEXT TERM STARTS THE DAY THE EXPIRING ONE ENDS. A ROW
      *    ALREADY THERE (A RERUN, OR THE FEED CORRECTING A CASH
      *    BINDING) TAKES THIS EVENT'S EXPIRY AND PREMIUM.
       5200-OPEN-NEXT-TERM.
           MOVE WS-TERM-EXPIRY       TO PT-TERM-START-DATE
           MOVE LNK-NEW-EXPIRY-DATE  TO PT-TERM-EXPIRY-DATE
           MOVE WS-NEW-PREMIUM       TO PT-PREMIUM-AMOUNT
           MOVE WS-POL-COVERAGE      TO PT-COVERAGE-AMOUNT
           MOVE WS-POL-DISCOUNT-CODE TO PT-DISCOUNT-CODE
           MOVE WS-POL-AGENT-CODE    TO PT-AGENT-CODE
           MOVE WS-POL-UNDERWRITER   TO PT-UNDERWRITER
           MOVE LNK-SOURCE           TO PT-SOURCE
           EXEC SQL
               INSERT INTO INSURNCE.TPOLTERM (
                    PT_POLICY_NUMBER, PT_TERM_START_DATE,
                    PT_TERM_EXPIRY_DATE, PT_PREMIUM_AMOUNT,
                    PT_COVERAGE_AMOUNT, PT_DISCOUNT_CODE,
                    PT_AGENT_CODE, PT_UNDERWRITER, PT_SOURCE,
                    PT_ADD_TIMESTAMP, PT_UPDATE_TIMESTAMP
                    ) VALUES (
                    :PT-POLICY-NUMBER, :PT-TERM-START-DATE,
                    :PT-TERM-EXPIRY-DATE, :PT-PREMIUM-AMOUNT,
                    :PT-COVERAGE-AMOUNT, :PT-DISCOUNT-CODE,
                    :PT-AGENT-CODE, :PT-UNDERWRITER, :PT-SOURCE,
                    CURRENT TIMESTAMP, CURRENT TIMESTAMP )
           END-EXEC
           IF SQLCODE = 0
               MOVE 'Y' TO LNK-NEXT-TERM
           ELSE
           IF SQLCODE = -803
               EXEC SQL
                   UPDATE INSURNCE.TPOLTERM
                   SET   PT_TERM_EXPIRY_DATE = :PT-TERM-EXPIRY-DATE,
                         PT_PREMIUM_AMOUNT   = :PT-PREMIUM-AMOUNT,
                         PT_UPDATE_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE PT_POLICY_NUMBER   = :PT-POLICY-NUMBER
                      AND PT_TERM_START_DATE = :PT-TERM-START-DATE
               END-EXEC
               PERFORM 9000-CHECK-SQL
               MOVE 'U' TO LNK-NEXT-TERM
           ELSE
               DISPLAY 'ERROR INSERTING IN TPOLTERM SQLCODE: ' SQLCODE
               CALL 'ABEND'
           END-IF
           END-IF.

       9000-CHECK-SQL.
           IF SQLCODE NOT = 0 AND 100
               DISPLAY 'TRMDRVR1 SQL ERROR ON ' WS-OPERATION-TYPE
                       ' SQLCODE: ' SQLCODE
               CALL 'ABEND'
           END-IF.

       END PROGRAM TRMDRVR1.
