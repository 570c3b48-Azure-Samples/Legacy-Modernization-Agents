
       01  WS-ACCEPTED-CNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-STAGED-CNT                 PIC 9(7) VALUE 0.
       01  WS-ACCEPTED-BEFORE            PIC 9(7) VALUE 0.
       01  WS-TRANS-VALID-SW             PIC X(3) VALUE 'YES'.
           88  TRANS-VALID               VALUE 'YES'.
           88  TRANS-INVALID             VALUE 'NO'.
       01  WS-KNP-IDX                    PIC 9(2) VALUE 0.
       01  WS-KNP-FOUND-IDX              PIC 9(2) VALUE 0.

      *    OPERATIONS UNDER DUAL CONTROL. THE KEYED TRANSACTION IS
      *    STAGED ON THE PENDING-CHANGE QUEUE (TPENDCHG) INSTEAD OF
      *    BEING APPLIED; A SECOND, DIFFERENT AUTHORIZED OPERATOR
      *    APPROVES OR REJECTS IT THROUGH PCQAPR1, AND THE NEXT RUN
      *    OF THIS PROGRAM APPLIES WHAT WAS APPROVED. EVERY CHANGE TO
      *    THE REPOSITORY STEERS A PRODUCTION RUN, SO ALL ARE COVERED.
       01  WS-DUAL-OP-VALUES.
           05 FILLER PIC X(8) VALUE 'ADD'.
           05 FILLER PIC X(8) VALUE 'UPDATE'.
           05 FILLER PIC X(8) VALUE 'DELETE'.
       01  WS-DUAL-OP-TABLE REDEFINES WS-DUAL-OP-VALUES.
           05 WS-DUAL-OP                 PIC X(8) OCCURS 3 TIMES.
       01  WS-DUAL-IDX                   PIC 9(2) VALUE 0.
       01  WS-DUAL-CONTROL-SW            PIC X(3) VALUE 'NO'.
           88  DUAL-CONTROL-DUE          VALUE 'YES'.
       01  WS-APPROVED-APPLY-SW          PIC X(3) VALUE 'NO'.
           88  APPLYING-APPROVED         VALUE 'YES'.
       01  WS-APR-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-APPROVED           VALUE 'YES'.
       01  WS-APPROVER-USER              PIC X(8) VALUE SPACES.
       01  WS-CHANGE-ID-DISP             PIC 9(9).

       01  PRMDRVR1-AREA.
           10  WS-RP-OPERATION-TYPE        PIC X(10).
           10  WS-RP-PROCESS-DATE          PIC X(10).
           10  WS-RP-OUT-USER-ID           PIC X(8).
           10  WS-RP-OUT-OLD-VALUE         PIC X(80).
           10  WS-RP-OUT-CHG-TIMESTAMP     PIC X(26).
           10  WS-RP-APPROVER-USER         PIC X(8).

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

       01  AUTDRVR1-AREA.
           10  WS-AU-OPERATION-TYPE        PIC X(10).
           05  RPT-RES-RESULT            PIC X(40).
           05  FILLER                    PIC X(35) VALUE SPACES.

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

       01  RPT-LIST-HEADER-LINE.
           05  FILLER                    PIC X(40) VALUE
               'CHANGE HISTORY FOR THE SET FOLLOWS:     '.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'REJECTED: '.
           05  RPT-TOT-REJECTED          PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'STAGED: '.
           05  RPT-TOT-STAGED            PIC ZZZZZZ9.
           05  FILLER                    PIC X(77) VALUE SPACES.

       01  WS-LAST-SET-NAME              PIC X(8) VALUE SPACES.

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE PRM-MAINT-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 1500-APPLY-APPROVED-PARA
           PERFORM 2050-READ-REQUEST-PARA.

      *    CHANGES A SECOND OPERATOR HAS APPROVED SINCE THE LAST RUN
      *    ARE APPLIED BEFORE THE NEW REQUESTS, EACH THROUGH THE SAME
      *    CHECKS AS A KEYED TRANSACTION, AND THE OUTCOME IS RECORDED
      *    BACK ON THE QUEUE. THE MAKER STAYS THE USER ON THE CHANGE
      *    LOG; THE CHECKER IS STAMPED BESIDE IT.
       1500-APPLY-APPROVED-PARA.
           MOVE 'NO' TO WS-APR-EOF-SW
           PERFORM 1510-APPLY-ONE-APPROVED UNTIL END-OF-APPROVED.

       1510-APPLY-ONE-APPROVED.
           MOVE 'NEXTAPR'  TO WS-PQ-OPERATION-TYPE
           MOVE 'PRMMNT1'  TO WS-PQ-PROGRAM
           CALL 'PCQDRVR1' USING PCQDRVR1-AREA
           IF WS-PQ-SQLCODE NOT = 0
               MOVE 'YES' TO WS-APR-EOF-SW
           ELSE
               MOVE WS-PQ-OUT-TRANS-IMAGE  TO PRM-MAINT-REQUEST-REC
               MOVE WS-PQ-OUT-CHECKER-USER TO WS-APPROVER-USER
               MOVE 'YES'                  TO WS-APPROVED-APPLY-SW
               MOVE WS-ACCEPTED-CNT        TO WS-ACCEPTED-BEFORE
               PERFORM 2010-PROCESS-TRANSACTION
               WRITE PRM-MAINT-REPORT-REC FROM RPT-RESULT-LINE
               MOVE WS-PQ-OUT-CHANGE-ID    TO RPT-DUL-CHANGE-ID
               MOVE WS-PQ-OUT-MAKER-USER   TO RPT-DUL-MAKER
               MOVE WS-PQ-OUT-STAGE-DATE   TO RPT-DUL-STAGE-DATE
               MOVE WS-PQ-OUT-CHECKER-USER TO RPT-DUL-CHECKER
               WRITE PRM-MAINT-REPORT-REC FROM RPT-DUAL-LINE
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
           WRITE PRM-MAINT-REPORT-REC FROM RPT-RESULT-LINE

           PERFORM 2050-READ-REQUEST-PARA.

       2010-PROCESS-TRANSACTION.
           MOVE PRM-TRANS-TYPE     TO RPT-RES-TRANS-TYPE
           MOVE PRM-SET-NAME       TO RPT-RES-SET-NAME
           MOVE PRM-PARM-NAME      TO RPT-RES-PARM-NAME
               PERFORM 2150-CHECK-AUTHORITY
           END-IF
           IF TRANS-VALID
               PERFORM 2450-CHECK-DUAL-CONTROL
               IF DUAL-CONTROL-DUE
                   PERFORM 2460-STAGE-CHANGE
               ELSE
                   MOVE PRM-SET-NAME TO WS-LAST-SET-NAME
                   PERFORM 2200-APPLY-TRANSACTION
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-CNT
           END-IF.

       2100-VALIDATE-TRANSACTION.
           MOVE 'YES' TO WS-TRANS-VALID-SW
           MOVE PRM-PARM-NAME   TO WS-RP-PARM-NAME
           MOVE PRM-EFF-DATE    TO WS-RP-EFF-DATE
           MOVE PRM-PARM-VALUE  TO WS-RP-PARM-VALUE
           MOVE WS-APPROVER-USER TO WS-RP-APPROVER-USER
           CALL 'PRMDRVR1' USING PRMDRVR1-AREA
           EVALUATE WS-RP-SQLCODE
               WHEN 0
                                       TO RPT-RES-RESULT
           END-EVALUATE.

      *    AN APPROVED CHANGE BEING APPLIED IS NEVER STAGED AGAIN.
       2450-CHECK-DUAL-CONTROL.
           MOVE 'NO' TO WS-DUAL-CONTROL-SW
           IF NOT APPLYING-APPROVED
               PERFORM VARYING WS-DUAL-IDX FROM 1 BY 1
                         UNTIL WS-DUAL-IDX > 3
                   IF WS-DUAL-OP (WS-DUAL-IDX) = PRM-TRANS-TYPE
                       MOVE 'YES' TO WS-DUAL-CONTROL-SW
                   END-IF
               END-PERFORM
           END-IF.

      *    THE REQUEST IS QUEUED EXACTLY AS KEYED; THE CHANGE NUMBER
      *    ON THE REPORT IS WHAT THE CHECKER DECIDES AGAINST.
       2460-STAGE-CHANGE.
           MOVE 'STAGE'               TO WS-PQ-OPERATION-TYPE
           MOVE 'PRMMNT1'             TO WS-PQ-PROGRAM
           MOVE PRM-TRANS-TYPE        TO WS-PQ-TRANS-TYPE
           MOVE SPACES                TO WS-PQ-TRANS-KEY
           MOVE PRM-SET-NAME          TO WS-PQ-TRANS-KEY (1:8)
           MOVE PRM-PARM-NAME         TO WS-PQ-TRANS-KEY (10:10)
           MOVE PRM-MAINT-REQUEST-REC TO WS-PQ-TRANS-IMAGE
           MOVE PRM-USER-ID           TO WS-PQ-USER-ID
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
           READ PRM-MAINT-REQUEST
               AT END
       9000-FINALIZE-PARA.
           MOVE WS-ACCEPTED-CNT TO RPT-TOT-ACCEPTED
           MOVE WS-REJECTED-CNT TO RPT-TOT-REJECTED
           MOVE WS-STAGED-CNT   TO RPT-TOT-STAGED
           WRITE PRM-MAINT-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE PRM-MAINT-REQUEST
