           05  LMT-CITY                  PIC X(30).
           05  LMT-STATE                 PIC X(2).
           05  LMT-ZIP-CD                PIC X(10).
           05  LMT-USER-ID               PIC X(8).
           05  FILLER                    PIC X(22).

       FD  LH-MAINT-REPORT.
       01  LH-MAINT-REPORT-REC           PIC X(132).

       01  WS-ACCEPTED-CNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-STAGED-CNT                 PIC 9(7) VALUE 0.
       01  WS-ACCEPTED-BEFORE            PIC 9(7) VALUE 0.

      *    OPERATIONS UNDER DUAL CONTROL. THE KEYED TRANSACTION IS
      *    STAGED ON THE PENDING-CHANGE QUEUE (TPENDCHG) INSTEAD OF
      *    BEING APPLIED; A SECOND, DIFFERENT AUTHORIZED OPERATOR
      *    APPROVES OR REJECTS IT THROUGH PCQAPR1, AND THE NEXT RUN
      *    OF THIS PROGRAM APPLIES WHAT WAS APPROVED. THE LIENHOLDER
      *    ADDRESS AND LOAN NUMBER DECIDE WHERE A REMITTANCE GOES,
      *    SO EVERY CHANGE TO THEM IS COVERED.
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
       01  WS-CHANGE-ID-DISP             PIC 9(9).

       01  AUTDRVR1-AREA.
           10  WS-AU-OPERATION-TYPE        PIC X(10).
           10  WS-AU-USER-ID               PIC X(8).
           10  WS-AU-PROGRAM               PIC X(8).
           10  WS-AU-OPERATION             PIC X(10).
           10  WS-AU-ALLOWED               PIC X(1).
           10  WS-AU-SQLCODE               PIC S9(9) COMP.
           10  WS-AU-AUTHORIZED            PIC X(1).
           10  WS-AU-OUT-USER-ID           PIC X(8).
           10  WS-AU-OUT-PROGRAM           PIC X(8).
           10  WS-AU-OUT-OPERATION         PIC X(10).
           10  WS-AU-OUT-ALLOWED           PIC X(1).

       01  LHDRVR1-AREA.
           10  WS-LH-OPERATION-TYPE        PIC X(10).
           10  WS-LH-OUT-STATE             PIC X(2).
           10  WS-LH-OUT-ZIP-CD            PIC X(10).

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
           05  FILLER                    PIC X(38)
               VALUE 'LIENHOLDER OF RECORD MAINTENANCE -    '.
           05  RPT-RES-RESULT            PIC X(40).
           05  FILLER                    PIC X(49) VALUE SPACES.

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
           05  FILLER                    PIC X(36)
               VALUE 'ACTIVE LIENHOLDERS FOLLOW:          '.
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
           WRITE LH-MAINT-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 1500-APPLY-APPROVED-PARA
           PERFORM 2050-READ-REQUEST-PARA.

      *    CHANGES A SECOND OPERATOR HAS APPROVED SINCE THE LAST RUN
      *    ARE APPLIED BEFORE THE NEW REQUESTS, EACH THROUGH THE SAME
      *    CHECKS AS A KEYED TRANSACTION, AND THE OUTCOME IS RECORDED
      *    BACK ON THE QUEUE. THE LIENHOLDER TABLE CARRIES NO USER
      *    COLUMNS, SO THE MAKER AND CHECKER ARE PRINTED HERE AND
      *    KEPT ON THE QUEUE ROW.
       1500-APPLY-APPROVED-PARA.
           MOVE 'NO' TO WS-APR-EOF-SW
           PERFORM 1510-APPLY-ONE-APPROVED UNTIL END-OF-APPROVED.

       1510-APPLY-ONE-APPROVED.
           MOVE 'NEXTAPR'  TO WS-PQ-OPERATION-TYPE
           MOVE 'LHMNT1'   TO WS-PQ-PROGRAM
           CALL 'PCQDRVR1' USING PCQDRVR1-AREA
           IF WS-PQ-SQLCODE NOT = 0
               MOVE 'YES' TO WS-APR-EOF-SW
           ELSE
               MOVE WS-PQ-OUT-TRANS-IMAGE  TO LH-MAINT-REQUEST-REC
               MOVE 'YES'                  TO WS-APPROVED-APPLY-SW
               MOVE WS-ACCEPTED-CNT        TO WS-ACCEPTED-BEFORE
               PERFORM 2010-PROCESS-TRANSACTION
               WRITE LH-MAINT-REPORT-REC FROM RPT-RESULT-LINE
               MOVE WS-PQ-OUT-CHANGE-ID    TO RPT-DUL-CHANGE-ID
               MOVE WS-PQ-OUT-MAKER-USER   TO RPT-DUL-MAKER
               MOVE WS-PQ-OUT-STAGE-DATE   TO RPT-DUL-STAGE-DATE
               MOVE WS-PQ-OUT-CHECKER-USER TO RPT-DUL-CHECKER
               WRITE LH-MAINT-REPORT-REC FROM RPT-DUAL-LINE
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
           END-IF.

       2000-PROCESS-PARA.
           PERFORM 2010-PROCESS-TRANSACTION
           WRITE LH-MAINT-REPORT-REC FROM RPT-RESULT-LINE

           PERFORM 2050-READ-REQUEST-PARA.

       2010-PROCESS-TRANSACTION.
           MOVE LMT-TRANS-TYPE     TO RPT-RES-TRANS-TYPE
           MOVE LMT-POLICY-NUMBER  TO RPT-RES-POLICY-NUMBER

               MOVE 'REJECTED - POLICY NUMBER MISSING'
                                       TO RPT-RES-RESULT
           ELSE
           PERFORM 2150-CHECK-AUTHORITY
           IF WS-AU-AUTHORIZED NOT = 'Y'
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - USER NOT AUTHORIZED'
                                       TO RPT-RES-RESULT
           ELSE
           PERFORM 2450-CHECK-DUAL-CONTROL
           IF DUAL-CONTROL-DUE
               PERFORM 2460-STAGE-CHANGE
           ELSE
           EVALUATE LMT-TRANS-TYPE
               WHEN 'ADD'
                   PERFORM 2100-APPLY-ADD-UPDATE
                                       TO RPT-RES-RESULT
           END-EVALUATE
           END-IF
           END-IF
           END-IF.

      *    DENY-BY-DEFAULT, THE SAME TOPERAUT GATE THE OTHER
      *    MAINTENANCE PROGRAMS RUN UNDER; THE OPERATION IS THE
      *    TRANSACTION TYPE.
       2150-CHECK-AUTHORITY.
           MOVE 'N' TO WS-AU-AUTHORIZED
           IF LMT-USER-ID NOT = SPACES
               MOVE 'CHECK'        TO WS-AU-OPERATION-TYPE
               MOVE LMT-USER-ID    TO WS-AU-USER-ID
               MOVE 'LHMNT1'       TO WS-AU-PROGRAM
               MOVE LMT-TRANS-TYPE TO WS-AU-OPERATION
               CALL 'AUTDRVR1' USING AUTDRVR1-AREA
           END-IF.

      *    AN APPROVED CHANGE BEING APPLIED IS NEVER STAGED AGAIN.
       2450-CHECK-DUAL-CONTROL.
           MOVE 'NO' TO WS-DUAL-CONTROL-SW
           IF NOT APPLYING-APPROVED
               PERFORM VARYING WS-DUAL-IDX FROM 1 BY 1
                         UNTIL WS-DUAL-IDX > 3
                   IF WS-DUAL-OP (WS-DUAL-IDX) = LMT-TRANS-TYPE
                       MOVE 'YES' TO WS-DUAL-CONTROL-SW
                   END-IF
               END-PERFORM
           END-IF.

      *    THE REQUEST IS QUEUED EXACTLY AS KEYED; THE CHANGE NUMBER
      *    ON THE REPORT IS WHAT THE CHECKER DECIDES AGAINST.
       2460-STAGE-CHANGE.
           MOVE 'STAGE'               TO WS-PQ-OPERATION-TYPE
           MOVE 'LHMNT1'              TO WS-PQ-PROGRAM
           MOVE LMT-TRANS-TYPE        TO WS-PQ-TRANS-TYPE
           MOVE LMT-POLICY-NUMBER     TO WS-PQ-TRANS-KEY
           MOVE LH-MAINT-REQUEST-REC  TO WS-PQ-TRANS-IMAGE
           MOVE LMT-USER-ID           TO WS-PQ-USER-ID
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

      *    THE LIENHOLDER COPY CARRIES THE REMITTANCE SIDE OF THE
      *    NOTICE, SO A ROW WITHOUT A MAILABLE NAME AND ADDRESS OR A
       9000-FINALIZE-PARA.
           MOVE WS-ACCEPTED-CNT TO RPT-TOT-ACCEPTED
           MOVE WS-REJECTED-CNT TO RPT-TOT-REJECTED
           MOVE WS-STAGED-CNT   TO RPT-TOT-STAGED
           WRITE LH-MAINT-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE LH-MAINT-REQUEST
