      *    REGISTER OF APPLIED CHANGES - ONE RECORD PER COMPLETED
      *    TRANSACTION, SO THE QUARANTINE RELEASE (QUARREL1) AND THE
      *    DATA TEAM CAN FOLLOW A FIX THE SAME DAY INSTEAD OF
      *    WAITING FOR THE NEXT NIGHTLY SWEEP TO NOTICE. A CHANGE
      *    APPLIED UNDER DUAL CONTROL CARRIES THE APPROVING USER AS A
      *    LAST FIELD AFTER THE KEYING USER AND THE DATE.
       FD  COVERAGE-REGISTER-FILE.
       01  COVERAGE-REGISTER-REC         PIC X(120).


       01  WS-ACCEPTED-CNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-STAGED-CNT                 PIC 9(7) VALUE 0.
       01  WS-ACCEPTED-BEFORE            PIC 9(7) VALUE 0.
       01  WS-TRANS-VALID-SW             PIC X(3) VALUE 'YES'.
           88  TRANS-VALID               VALUE 'YES'.
           88  TRANS-INVALID             VALUE 'NO'.
       01  WS-ROW-FOUND-SW               PIC X(1) VALUE 'N'.
       01  WS-OVERLAP-SW                 PIC X(1) VALUE 'N'.

      *    OPERATIONS UNDER DUAL CONTROL. THE KEYED TRANSACTION IS
      *    STAGED ON THE PENDING-CHANGE QUEUE (TPENDCHG) INSTEAD OF
      *    BEING APPLIED; A SECOND, DIFFERENT AUTHORIZED OPERATOR
      *    APPROVES OR REJECTS IT THROUGH PCQAPR1, AND THE NEXT RUN
      *    OF THIS PROGRAM APPLIES WHAT WAS APPROVED. SHORTENING OR
      *    CORRECTING A COVERAGE PERIOD CHANGES WHAT THE CUSTOMER IS
      *    INSURED FOR; ADDING ONE IS LEFT UNDER SINGLE CONTROL.
       01  WS-DUAL-OP-VALUES.
           05 FILLER PIC X(8) VALUE 'ENDDATE'.
           05 FILLER PIC X(8) VALUE 'CORRECT'.
       01  WS-DUAL-OP-TABLE REDEFINES WS-DUAL-OP-VALUES.
           05 WS-DUAL-OP                 PIC X(8) OCCURS 2 TIMES.
       01  WS-DUAL-IDX                   PIC 9(2) VALUE 0.
       01  WS-DUAL-CONTROL-SW            PIC X(3) VALUE 'NO'.
           88  DUAL-CONTROL-DUE          VALUE 'YES'.
       01  WS-APPROVED-APPLY-SW          PIC X(3) VALUE 'NO'.
           88  APPLYING-APPROVED         VALUE 'YES'.
       01  WS-APR-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-APPROVED           VALUE 'YES'.
       01  WS-APPROVER-USER              PIC X(8) VALUE SPACES.
       01  WS-CHANGE-ID-DISP             PIC 9(9).

       01  COVDRVR1-AREA.
           10  WS-CV-OPERATION-TYPE        PIC X(10).
           10  WS-CV-POLICY-NUMBER         PIC X(10).
           10  WS-AU-OUT-OPERATION         PIC X(10).
           10  WS-AU-OUT-ALLOWED           PIC X(1).

       01  PCQDRVR1-AREA.
           10  WS-PQ-OPERATION-TYPE        PIC X(10).
           10  WS-PQ-PROCESS-DATE          PIC X(10).
           10  WS-PQ-CHANGE-ID             PIC S9(9) COMP.
           10  WS-PQ-PROGRAM               PIC X(8).
           10  WS-PQ-TRANS-TYPE            PIC X(8).
           10  WS-PQ-TRANS-KEY             PIC X(20).
           10  WS-PQ-TRANS-IMAGE           PIC X(400).
           10  WS-PQ-USER-ID               PIC X(8).
           10  WS-PQ-STATUS                PIC X(1).
           10  WS-PQ-RESULT                PIC X(40).
           10  WS-PQ-SQLCODE               PIC S9(9) COMP.
           10  WS-PQ-OUT-CHANGE-ID         PIC S9(9) COMP.
           10  WS-PQ-OUT-PROGRAM           PIC X(8).
           10  WS-PQ-OUT-TRANS-TYPE        PIC X(8).
           10  WS-PQ-OUT-TRANS-KEY         PIC X(20).
           10  WS-PQ-OUT-TRANS-IMAGE       PIC X(400).
           10  WS-PQ-OUT-MAKER-USER        PIC X(8).
           10  WS-PQ-OUT-STAGE-DATE        PIC X(10).
           10  WS-PQ-OUT-STATUS            PIC X(1).
           10  WS-PQ-OUT-CHECKER-USER      PIC X(8).
           10  WS-PQ-OUT-RESULT            PIC X(40).
           10  WS-PQ-OUT-AGE-DAYS          PIC S9(9) COMP.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'COVERAGE MAINTENANCE RUN -              '.
           05  RPT-RES-RESULT            PIC X(40).
           05  FILLER                    PIC X(31) VALUE SPACES.

       01  RPT-DUAL-LINE.
           05  FILLER                    PIC X(16)
               VALUE '  DUAL CONTROL: '.
           05  FILLER                    PIC X(8)  VALUE 'CHANGE: '.
           05  RPT-DUL-CHANGE-ID         PIC 9(9).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'KEYED BY: '.
           05  RPT-DUL-MAKER             PIC X(8).
           05  FILLER                    PIC X(4)  VALUE ' ON '.
           05  RPT-DUL-STAGE-DATE        PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(13)
               VALUE 'APPROVED BY: '.
           05  RPT-DUL-CHECKER           PIC X(8).
           05  FILLER                    PIC X(42) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                    PIC X(10) VALUE 'ACCEPTED: '.
           05  RPT-TOT-ACCEPTED          PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'REJECTED: '.
           05  RPT-TOT-REJECTED          PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'STAGED: '.
           05  RPT-TOT-STAGED            PIC ZZZZZZ9.
           05  FILLER                    PIC X(77) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE COVERAGE-MAINT-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 1500-APPLY-APPROVED-PARA
           PERFORM 2050-READ-REQUEST-PARA.

      *    CHANGES A SECOND OPERATOR HAS APPROVED SINCE THE LAST RUN
      *    ARE APPLIED BEFORE THE NEW REQUESTS, EACH THROUGH THE SAME
      *    VALIDATION AS A KEYED TRANSACTION - THE COVERAGE MAY HAVE
      *    MOVED SINCE IT WAS STAGED - AND THE OUTCOME IS RECORDED
      *    BACK ON THE QUEUE.
       1500-APPLY-APPROVED-PARA.
           MOVE 'NO' TO WS-APR-EOF-SW
           PERFORM 1510-APPLY-ONE-APPROVED UNTIL END-OF-APPROVED.

       1510-APPLY-ONE-APPROVED.
           MOVE 'NEXTAPR'  TO WS-PQ-OPERATION-TYPE
           MOVE 'COVMNT1'  TO WS-PQ-PROGRAM
           CALL 'PCQDRVR1' USING PCQDRVR1-AREA
           IF WS-PQ-SQLCODE NOT = 0
               MOVE 'YES' TO WS-APR-EOF-SW
           ELSE
               MOVE WS-PQ-OUT-TRANS-IMAGE
                                TO COVERAGE-MAINT-REQUEST-REC
               MOVE WS-PQ-OUT-CHECKER-USER TO WS-APPROVER-USER
               MOVE 'YES'                  TO WS-APPROVED-APPLY-SW
               MOVE WS-ACCEPTED-CNT        TO WS-ACCEPTED-BEFORE
               PERFORM 2010-PROCESS-TRANSACTION
               WRITE COVERAGE-MAINT-REPORT-REC FROM RPT-RESULT-LINE
               MOVE WS-PQ-OUT-CHANGE-ID    TO RPT-DUL-CHANGE-ID
               MOVE WS-PQ-OUT-MAKER-USER   TO RPT-DUL-MAKER
               MOVE WS-PQ-OUT-STAGE-DATE   TO RPT-DUL-STAGE-DATE
               MOVE WS-PQ-OUT-CHECKER-USER TO RPT-DUL-CHECKER
               WRITE COVERAGE-MAINT-REPORT-REC FROM RPT-DUAL-LINE
               MOVE 'COMPLETE'             TO WS-PQ-OPERATION-TYPE
               MOVE WS-PQ-OUT-CHANGE-ID    TO WS-PQ-CHANGE-ID
               IF WS-ACCEPTED-CNT > WS-ACCEPTED-BEFORE
                   MOVE 'D'                TO WS-PQ-STATUS
               ELSE
                   MOVE 'F'                TO WS-PQ-STATUS
               END-IF
               MOVE RPT-RES-RESULT         TO WS-PQ-RESULT
               CALL 'PCQDRVR1' USING PCQDRVR1-AREA
               IF WS-PQ-SQLCODE NOT = 0
                   MOVE 'YES' TO WS-APR-EOF-SW
               END-IF
               MOVE 'NO'                   TO WS-APPROVED-APPLY-SW
               MOVE SPACES                 TO WS-APPROVER-USER
           END-IF.

       2000-PROCESS-PARA.
           PERFORM 2010-PROCESS-TRANSACTION
           WRITE COVERAGE-MAINT-REPORT-REC FROM RPT-RESULT-LINE

           PERFORM 2050-READ-REQUEST-PARA.

       2010-PROCESS-TRANSACTION.
           MOVE CVT-TRANS-TYPE     TO RPT-RES-TRANS-TYPE
           MOVE CVT-POLICY-NUMBER  TO RPT-RES-POLICY-NUMBER
           MOVE CVT-COV-TYPE       TO RPT-RES-COV-TYPE
               PERFORM 2150-CHECK-AUTHORITY
           END-IF
           IF TRANS-VALID
               PERFORM 2450-CHECK-DUAL-CONTROL
               IF DUAL-CONTROL-DUE
                   PERFORM 2460-STAGE-CHANGE
               ELSE
                   PERFORM 2200-APPLY-TRANSACTION
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-CNT
           END-IF.

      *    EVERY CHANGE IS CROSS-VALIDATED AGAINST THE OWNING TPOLICY
      *    ROW BEFORE THE DRIVER IS TOUCHED: A COVERAGE FOR A POLICY
                  WS-CURRENT-DATE     DELIMITED BY SIZE
             INTO COVERAGE-REGISTER-REC
           END-STRING
           IF APPLYING-APPROVED
               MOVE '|'              TO COVERAGE-REGISTER-REC (74:1)
               MOVE WS-APPROVER-USER TO COVERAGE-REGISTER-REC (75:8)
           END-IF
           WRITE COVERAGE-REGISTER-REC.

      *    AN APPROVED CHANGE BEING APPLIED IS NEVER STAGED AGAIN.
       2450-CHECK-DUAL-CONTROL.
           MOVE 'NO' TO WS-DUAL-CONTROL-SW
           IF NOT APPLYING-APPROVED
               PERFORM VARYING WS-DUAL-IDX FROM 1 BY 1
                         UNTIL WS-DUAL-IDX > 2
                   IF WS-DUAL-OP (WS-DUAL-IDX) = CVT-TRANS-TYPE
                       MOVE 'YES' TO WS-DUAL-CONTROL-SW
                   END-IF
               END-PERFORM
           END-IF.

      *    THE REQUEST IS QUEUED EXACTLY AS KEYED; THE CHANGE NUMBER
      *    ON THE REPORT IS WHAT THE CHECKER DECIDES AGAINST.
       2460-STAGE-CHANGE.
           MOVE 'STAGE'               TO WS-PQ-OPERATION-TYPE
           MOVE 'COVMNT1'             TO WS-PQ-PROGRAM
           MOVE CVT-TRANS-TYPE        TO WS-PQ-TRANS-TYPE
           MOVE SPACES                TO WS-PQ-TRANS-KEY
           MOVE CVT-POLICY-NUMBER     TO WS-PQ-TRANS-KEY (1:10)
           MOVE CVT-COV-TYPE          TO WS-PQ-TRANS-KEY (11:10)
           MOVE COVERAGE-MAINT-REQUEST-REC TO WS-PQ-TRANS-IMAGE
           MOVE CVT-USER-ID           TO WS-PQ-USER-ID
           CALL 'PCQDRVR1' USING PCQDRVR1-AREA
           IF WS-PQ-SQLCODE = 0
               ADD 1 TO WS-STAGED-CNT
               MOVE WS-PQ-OUT-CHANGE-ID TO WS-CHANGE-ID-DISP
               MOVE SPACES TO RPT-RES-RESULT
               STRING 'STAGED FOR APPROVAL - CHANGE '
                      WS-CHANGE-ID-DISP
                      DELIMITED BY SIZE INTO RPT-RES-RESULT
               END-STRING
           ELSE
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - SQL ERROR' TO RPT-RES-RESULT
           END-IF.

       2050-READ-REQUEST-PARA.
           READ COVERAGE-MAINT-REQUEST
               AT END
       9000-FINALIZE-PARA.
           MOVE WS-ACCEPTED-CNT TO RPT-TOT-ACCEPTED
           MOVE WS-REJECTED-CNT TO RPT-TOT-REJECTED
           MOVE WS-STAGED-CNT   TO RPT-TOT-STAGED
           WRITE COVERAGE-MAINT-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE COVERAGE-MAINT-REQUEST
