           SELECT CLAWBACK-REGISTER ASSIGN TO 'CMSCLAWR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HELD-COMMISSION-FILE ASSIGN TO 'CMSHOLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  ADJ-SIGN                  PIC X(1).
           05  ADJ-AMOUNT                PIC 9(7)V9(2).
           05  ADJ-APPROVED-BY           PIC X(8).
           05  ADJ-POLICY-TYPE           PIC X(10).
           05  FILLER                    PIC X(2).

       FD  CLAWBACK-REGISTER.
       01  CLAWBACK-REGISTER-REC         PIC X(132).

      *    RENEWAL COMMISSION CMSCALC1 IS STILL HOLDING FOR COLLECTION
      *    - NEVER PAID, SO THERE IS NOTHING TO CLAW BACK.
       FD  HELD-COMMISSION-FILE.
       01  HELD-COMMISSION-REC.
           COPY CMSHOLD.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-PEND-STATUS                PIC XX.
       01  WS-HOLD-STATUS                PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-CLAWBACKS          VALUE 'YES'.
       01  WS-HOLD-EOF-SW                PIC X(3) VALUE 'NO'.
           88  END-OF-HELD               VALUE 'YES'.
       01  WS-HELD-SW                    PIC X(3) VALUE 'NO'.
           88  COMMISSION-HELD           VALUE 'YES'.

       01  WS-HLD-TABLE.
           05 WS-HLD-ENTRY               OCCURS 5000 TIMES.
              10 WS-HLD-POLICY           PIC X(10).
              10 WS-HLD-RENEWAL-DATE     PIC X(10).
       01  WS-HLD-TBL-CNT                PIC 9(4) VALUE 0.
       01  WS-HLD-IDX                    PIC 9(4) VALUE 0.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).

       01  WS-CLAWED-CNT                 PIC 9(7) VALUE 0.
       01  WS-NO-RATE-CNT                PIC 9(7) VALUE 0.
       01  WS-HELD-CNT                   PIC 9(7) VALUE 0.
       01  WS-CLAWED-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-LINE-COMMISSION            PIC 9(7)V99 VALUE 0.
       01  WS-RATE-WORK                  PIC 9(2)V99 VALUE 0.
           05  FILLER                    PIC X(14)
               VALUE 'RATE MISSING: '.
           05  RPT-TOT-NO-RATE           PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(17)
               VALUE 'HELD - NOT PAID: '.
           05  RPT-TOT-HELD              PIC ZZZZZZ9.
           05  FILLER                    PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
               END-IF
           END-IF

           PERFORM 0100-LOAD-HELD-COMMISSION

           MOVE WS-CURRENT-DATE     TO RPT-HDR-DATE
           MOVE WS-PARM-WINDOW-DAYS TO RPT-HDR-WINDOW
           WRITE CLAWBACK-REGISTER-REC FROM RPT-HEADER-LINE

           PERFORM 2050-FETCH-CLAWBACK-PARA.

       0100-LOAD-HELD-COMMISSION.
           OPEN INPUT HELD-COMMISSION-FILE
           IF WS-HOLD-STATUS = '00'
               PERFORM 0110-READ-HELD-PARA UNTIL END-OF-HELD
               CLOSE HELD-COMMISSION-FILE
           END-IF.

       0110-READ-HELD-PARA.
           READ HELD-COMMISSION-FILE
               AT END
                   MOVE 'YES' TO WS-HOLD-EOF-SW
               NOT AT END
                   IF HLD-POLICY-NUMBER NOT = SPACES
                       IF WS-HLD-TBL-CNT >= 5000
                           DISPLAY '*** CMSCLAW1: HELD COMMISSION '
                                   'TABLE FULL (5000) - RUN STOPPED ***'
                           CALL 'ABEND'
                       END-IF
                       ADD 1 TO WS-HLD-TBL-CNT
                       MOVE HLD-POLICY-NUMBER
                           TO WS-HLD-POLICY (WS-HLD-TBL-CNT)
                       MOVE HLD-RENEWAL-DATE
                           TO WS-HLD-RENEWAL-DATE (WS-HLD-TBL-CNT)
                   END-IF
           END-READ.

       2000-PROCESS-PARA.
           MOVE WS-CN-CLW-POLICY-NUMBER TO RPT-DET-POLICY
           MOVE WS-CN-CLW-AGENT-CODE    TO RPT-DET-AGENT
           MOVE WS-CN-CLW-RENEWAL-DATE  TO RPT-DET-RENEWAL-DATE
           MOVE WS-CN-CLW-CANCEL-DATE   TO RPT-DET-CANCEL-DATE

           MOVE 'NO' TO WS-HELD-SW
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                     UNTIL WS-HLD-IDX > WS-HLD-TBL-CNT
                        OR COMMISSION-HELD
               IF WS-HLD-POLICY (WS-HLD-IDX) = WS-CN-CLW-POLICY-NUMBER
                       AND WS-HLD-RENEWAL-DATE (WS-HLD-IDX)
                           = WS-CN-CLW-RENEWAL-DATE
                   SET COMMISSION-HELD TO TRUE
               END-IF
           END-PERFORM

      *    A HELD COMMISSION WAS NEVER PAID: THE CANCELLATION IS
      *    RETIRED WITH NOTHING QUEUED, AND CMSCALC1 FORFEITS THE
      *    HOLD AT ITS NEXT RUN.
           IF COMMISSION-HELD
               ADD 1 TO WS-HELD-CNT
               MOVE 0                 TO RPT-DET-CLAWBACK
               MOVE 'HELD - NOT PAID' TO RPT-DET-NOTE
               PERFORM 2300-MARK-CANCELLATION
           ELSE
               PERFORM 2100-RATE-COMMISSION
               IF WS-LINE-COMMISSION = 0
                   ADD 1 TO WS-NO-RATE-CNT
                   MOVE 0                TO RPT-DET-CLAWBACK
                   MOVE 'NO RATE - SKIPPED' TO RPT-DET-NOTE
               ELSE
                   PERFORM 2200-QUEUE-CLAWBACK
                   PERFORM 2300-MARK-CANCELLATION
                   ADD 1 TO WS-CLAWED-CNT
                   ADD WS-LINE-COMMISSION TO WS-CLAWED-TOTAL
                   MOVE WS-LINE-COMMISSION TO RPT-DET-CLAWBACK
                   MOVE 'QUEUED'           TO RPT-DET-NOTE
               END-IF
           END-IF
           WRITE CLAWBACK-REGISTER-REC FROM RPT-DETAIL-LINE

           MOVE 'D'                     TO ADJ-SIGN
           MOVE WS-LINE-COMMISSION      TO ADJ-AMOUNT
           MOVE 'CMSCLAW1'              TO ADJ-APPROVED-BY
           MOVE WS-CN-CLW-POLICY-TYPE   TO ADJ-POLICY-TYPE
           WRITE ADJ-PENDING-REC.

       2300-MARK-CANCELLATION.
           MOVE WS-CLAWED-CNT   TO RPT-TOT-CLAWED
           MOVE WS-CLAWED-TOTAL TO RPT-TOT-AMOUNT
           MOVE WS-NO-RATE-CNT  TO RPT-TOT-NO-RATE
           MOVE WS-HELD-CNT     TO RPT-TOT-HELD
           WRITE CLAWBACK-REGISTER-REC FROM RPT-TOTAL-LINE

           MOVE 'CLOSE' TO WS-FLEDIVR1-OPERATION-TYPE
