           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-DAY                    PIC 9(2).

      *    THE RUN DATE IN DB2 FORM, THE DATE A CHANGE IS LOGGED UNDER
      *    ON THE FRAUD-WATCH EVENT LOG.
       01  WS-PROCESS-DATE.
           05  WS-PRC-YEAR               PIC 9(4).
           05  FILLER                    PIC X(1) VALUE '-'.
           05  WS-PRC-MONTH              PIC 9(2).
           05  FILLER                    PIC X(1) VALUE '-'.
           05  WS-PRC-DAY                PIC 9(2).

       01  WS-ACCEPTED-CNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-STAGED-CNT                 PIC 9(7) VALUE 0.
       01  WS-ACCEPTED-BEFORE            PIC 9(7) VALUE 0.

       01  WS-TRANS-VALID-SW             PIC X(3) VALUE 'YES'.
           88  TRANS-VALID               VALUE 'YES'.
           88  TRANS-INVALID             VALUE 'NO'.

      *    OPERATIONS UNDER DUAL CONTROL. THE KEYED TRANSACTION IS
      *    STAGED ON THE PENDING-CHANGE QUEUE (TPENDCHG) INSTEAD OF
      *    BEING APPLIED; A SECOND, DIFFERENT AUTHORIZED OPERATOR
      *    APPROVES OR REJECTS IT THROUGH PCQAPR1, AND THE NEXT RUN
      *    OF THIS PROGRAM APPLIES WHAT WAS APPROVED. AN ADDRESS,
      *    EMAIL OR PHONE CHANGE IS THE FIRST STEP OF AN ACCOUNT
      *    TAKEOVER; A CONTACT PREFERENCE IS NOT. CORRECTIONS THE
      *    MAIL VENDOR RUNS GENERATE COME FROM THE POST OFFICE, NOT
      *    AN OPERATOR, AND ARE APPLIED AS BEFORE (WS-SYSTEM-USERS).
       01  WS-DUAL-OP-VALUES.
           05 FILLER PIC X(8) VALUE 'ADDR'.
           05 FILLER PIC X(8) VALUE 'EMAIL'.
           05 FILLER PIC X(8) VALUE 'PHONE'.
       01  WS-DUAL-OP-TABLE REDEFINES WS-DUAL-OP-VALUES.
           05 WS-DUAL-OP                 PIC X(8) OCCURS 3 TIMES.
       01  WS-SYSTEM-USER-VALUES.
           05 FILLER PIC X(8) VALUE 'MAILRET1'.
           05 FILLER PIC X(8) VALUE 'NCOAING1'.
       01  WS-SYSTEM-USER-TABLE REDEFINES WS-SYSTEM-USER-VALUES.
           05 WS-SYSTEM-USER             PIC X(8) OCCURS 2 TIMES.
       01  WS-DUAL-IDX                   PIC 9(2) VALUE 0.
       01  WS-DUAL-CONTROL-SW            PIC X(3) VALUE 'NO'.
           88  DUAL-CONTROL-DUE          VALUE 'YES'.
       01  WS-APPROVED-APPLY-SW          PIC X(3) VALUE 'NO'.
           88  APPLYING-APPROVED         VALUE 'YES'.
       01  WS-APR-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-APPROVED           VALUE 'YES'.
       01  WS-APPROVER-USER              PIC X(8) VALUE SPACES.
       01  WS-CHANGE-ID-DISP             PIC 9(9).

       01  AUTDRVR1-AREA.
           10  WS-AU-OPERATION-TYPE        PIC X(10).
           10  WS-AU-USER-ID               PIC X(8).
           10  WS-D9-HOLDER-PHONE          PIC X(10).
           10  WS-D9-SQLCODE               PIC S9(9) COMP.

       01  FRDDRVR1-AREA.
           10  WS-FR-OPERATION-TYPE        PIC X(10).
           10  WS-FR-PROCESS-DATE          PIC X(10).
           10  WS-FR-WINDOW-DAYS           PIC S9(4) COMP.
           10  WS-FR-POLICY-NUMBER         PIC X(10).
           10  WS-FR-EVENT-TYPE            PIC X(8).
           10  WS-FR-PROGRAM               PIC X(8).
           10  WS-FR-USER-ID               PIC X(8).
           10  WS-FR-SCORE                 PIC S9(4) COMP.
           10  WS-FR-PATTERN               PIC X(40).
           10  WS-FR-LAST-EVENT-DATE       PIC X(10).
           10  WS-FR-DECISION              PIC X(1).
           10  WS-FR-DECISION-NOTE         PIC X(60).
           10  WS-FR-SQLCODE               PIC S9(9) COMP.
           10  WS-FR-ALERT-RESULT          PIC X(1).
           10  WS-FR-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-FR-OUT-EVENT-DATE        PIC X(10).
           10  WS-FR-OUT-EVENT-TYPE        PIC X(8).
           10  WS-FR-OUT-PROGRAM           PIC X(8).
           10  WS-FR-OUT-USER-ID           PIC X(8).
           10  WS-FR-OUT-EVENT-AMOUNT      PIC S9(5)V9(2) COMP-3.
           10  WS-FR-OUT-SCORE             PIC S9(4) COMP.
           10  WS-FR-OUT-PATTERN           PIC X(40).
           10  WS-FR-OUT-STATUS            PIC X(1).
           10  WS-FR-OUT-FIRST-ALERT-DATE  PIC X(10).
           10  WS-FR-OUT-LAST-ALERT-DATE   PIC X(10).
           10  WS-FR-OUT-LAST-EVENT-DATE   PIC X(10).
           10  WS-FR-OUT-DECISION-USER     PIC X(8).
           10  WS-FR-OUT-DECISION-DATE     PIC X(10).
           10  WS-FR-OUT-DECISION-NOTE     PIC X(60).
           10  WS-FR-OUT-HOLDER-FNAME      PIC X(35).
           10  WS-FR-OUT-HOLDER-LNAME      PIC X(35).
           10  WS-FR-OUT-AGENT-CODE        PIC X(10).
           10  WS-FR-OUT-REFUND-PENDING    PIC S9(7)V9(2) COMP-3.
           10  WS-FR-APPROVER-USER         PIC X(8).

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
           05  FILLER                    PIC X(36)
               VALUE 'POLICY CONTACT MAINTENANCE RUN - '.
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
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           MOVE WS-YEAR                     TO WS-PRC-YEAR
           MOVE WS-MONTH                    TO WS-PRC-MONTH
           MOVE WS-DAY                      TO WS-PRC-DAY

           OPEN INPUT  POLICY-MAINT-REQUEST
           IF WS-FILE-STATUS NOT = '00'
           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE POLICY-MAINT-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 1500-APPLY-APPROVED-PARA
           PERFORM 2050-READ-REQUEST-PARA.

      *    CHANGES A SECOND OPERATOR HAS APPROVED SINCE THE LAST RUN
      *    ARE APPLIED BEFORE THE NEW REQUESTS, EACH THROUGH THE SAME
      *    CHECKS AS A KEYED TRANSACTION, AND THE OUTCOME IS RECORDED
      *    BACK ON THE QUEUE. THE FRAUD-WATCH EVENT CARRIES BOTH THE
      *    KEYING AND THE APPROVING OPERATOR.
       1500-APPLY-APPROVED-PARA.
           MOVE 'NO' TO WS-APR-EOF-SW
           PERFORM 1510-APPLY-ONE-APPROVED UNTIL END-OF-APPROVED.

       1510-APPLY-ONE-APPROVED.
           MOVE 'NEXTAPR'  TO WS-PQ-OPERATION-TYPE
           MOVE 'POLMNT1'  TO WS-PQ-PROGRAM
           CALL 'PCQDRVR1' USING PCQDRVR1-AREA
           IF WS-PQ-SQLCODE NOT = 0
               MOVE 'YES' TO WS-APR-EOF-SW
           ELSE
               MOVE WS-PQ-OUT-TRANS-IMAGE  TO POLICY-MAINT-TRANS-REC
               MOVE WS-PQ-OUT-CHECKER-USER TO WS-APPROVER-USER
               MOVE 'YES'                  TO WS-APPROVED-APPLY-SW
               MOVE WS-ACCEPTED-CNT        TO WS-ACCEPTED-BEFORE
               PERFORM 2010-PROCESS-TRANSACTION
               WRITE POLICY-MAINT-REPORT-REC FROM RPT-RESULT-LINE
               MOVE WS-PQ-OUT-CHANGE-ID    TO RPT-DUL-CHANGE-ID
               MOVE WS-PQ-OUT-MAKER-USER   TO RPT-DUL-MAKER
               MOVE WS-PQ-OUT-STAGE-DATE   TO RPT-DUL-STAGE-DATE
               MOVE WS-PQ-OUT-CHECKER-USER TO RPT-DUL-CHECKER
               WRITE POLICY-MAINT-REPORT-REC FROM RPT-DUAL-LINE
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
           WRITE POLICY-MAINT-REPORT-REC FROM RPT-RESULT-LINE

           PERFORM 2050-READ-REQUEST-PARA.

       2010-PROCESS-TRANSACTION.
           MOVE PMT-TRANS-TYPE     TO RPT-RES-TRANS-TYPE
           MOVE PMT-POLICY-NUMBER  TO RPT-RES-POLICY-NUMBER

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

      *    A TRANSACTION WITHOUT THE FIELDS ITS TYPE NEEDS WOULD
      *    OTHERWISE BLANK OUT GOOD CONTACT DATA ON TPOLICY, SO THE
               WHEN 0
                   ADD 1 TO WS-ACCEPTED-CNT
                   MOVE 'COMPLETED' TO RPT-RES-RESULT
                   IF PMT-TRANS-TYPE NOT = 'PREF'
                       PERFORM 2250-LOG-FRAUD-EVENT
                   END-IF
               WHEN 100
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - POLICY NOT ON FILE'
                                       TO RPT-RES-RESULT
           END-EVALUATE.

      *    AN ADDRESS, EMAIL OR PHONE CHANGE IS LOGGED FOR FRDSCAN1,
      *    WHICH LOOKS FOR MONEY MOVING SOON AFTER ONE. CORRECTIONS
      *    STAGED BY THE MAIL VENDOR RUNS ARE LOGGED APART FROM THOSE
      *    KEYED BY AN OPERATOR - THEY COME FROM THE POST OFFICE, NOT
      *    FROM SOMEONE ASKING FOR THE CHANGE.
       2250-LOG-FRAUD-EVENT.
           MOVE 'LOGEVENT'         TO WS-FR-OPERATION-TYPE
           MOVE WS-PROCESS-DATE    TO WS-FR-PROCESS-DATE
           MOVE PMT-POLICY-NUMBER  TO WS-FR-POLICY-NUMBER
           MOVE PMT-TRANS-TYPE     TO WS-FR-EVENT-TYPE
           IF PMT-TRANS-TYPE = 'ADDR'
                   AND (PMT-USER-ID = 'MAILRET1' OR 'NCOAING1')
               MOVE 'NCOAADDR'     TO WS-FR-EVENT-TYPE
           END-IF
           MOVE 'POLMNT1'          TO WS-FR-PROGRAM
           MOVE PMT-USER-ID        TO WS-FR-USER-ID
           IF APPLYING-APPROVED
               MOVE 'LOGDUAL'      TO WS-FR-OPERATION-TYPE
               MOVE WS-APPROVER-USER TO WS-FR-APPROVER-USER
           END-IF
           CALL 'FRDDRVR1' USING FRDDRVR1-AREA.

      *    AN APPROVED CHANGE BEING APPLIED IS NEVER STAGED AGAIN, NOR
      *    IS ONE GENERATED BY A MAIL VENDOR RUN.
       2450-CHECK-DUAL-CONTROL.
           MOVE 'NO' TO WS-DUAL-CONTROL-SW
           IF NOT APPLYING-APPROVED
               PERFORM VARYING WS-DUAL-IDX FROM 1 BY 1
                         UNTIL WS-DUAL-IDX > 3
                   IF WS-DUAL-OP (WS-DUAL-IDX) = PMT-TRANS-TYPE
                       MOVE 'YES' TO WS-DUAL-CONTROL-SW
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-DUAL-IDX FROM 1 BY 1
                         UNTIL WS-DUAL-IDX > 2
                   IF WS-SYSTEM-USER (WS-DUAL-IDX) = PMT-USER-ID
                       MOVE 'NO' TO WS-DUAL-CONTROL-SW
                   END-IF
               END-PERFORM
           END-IF.

      *    THE REQUEST IS QUEUED EXACTLY AS KEYED; THE CHANGE NUMBER
      *    ON THE REPORT IS WHAT THE CHECKER DECIDES AGAINST.
       2460-STAGE-CHANGE.
           MOVE 'STAGE'               TO WS-PQ-OPERATION-TYPE
           MOVE 'POLMNT1'             TO WS-PQ-PROGRAM
           MOVE PMT-TRANS-TYPE        TO WS-PQ-TRANS-TYPE
           MOVE PMT-POLICY-NUMBER     TO WS-PQ-TRANS-KEY
           MOVE POLICY-MAINT-TRANS-REC TO WS-PQ-TRANS-IMAGE
           MOVE PMT-USER-ID           TO WS-PQ-USER-ID
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
           READ POLICY-MAINT-REQUEST
               AT END
       9000-FINALIZE-PARA.
           MOVE WS-ACCEPTED-CNT TO RPT-TOT-ACCEPTED
           MOVE WS-REJECTED-CNT TO RPT-TOT-REJECTED
           MOVE WS-STAGED-CNT   TO RPT-TOT-STAGED
           WRITE POLICY-MAINT-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE POLICY-MAINT-REQUEST
