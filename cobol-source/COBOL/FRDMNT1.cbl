       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRD-DECISION-REQUEST ASSIGN TO 'FRDMNTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FRD-DECISION-REPORT ASSIGN TO 'FRDMNTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FRD-DECISION-REJECT ASSIGN TO 'FRDMNTRJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE SPECIAL INVESTIGATIONS UNIT'S DECISIONS ON THE
      *    FRDSCAN1 ALERTS, ONE RECORD PER POLICY.
      *      FMT-TRANS-TYPE    CLEAR   = INVESTIGATED AND GENUINE - THE
      *                                  HELD REFUND IS RELEASED ON THE
      *                                  NEXT DISBURSEMENT RUN
      *                        CONFIRM = CONFIRMED FRAUD - THE REFUND
      *                                  STAYS HELD
      *      FMT-NOTE          THE INVESTIGATOR'S FINDING - REQUIRED,
      *                        IT IS THE AUDIT RECORD OF THE DECISION
       FD  FRD-DECISION-REQUEST.
       01  FRD-DECISION-REQUEST-REC.
           05  FMT-TRANS-TYPE            PIC X(8).
           05  FMT-POLICY-NUMBER         PIC X(10).
           05  FMT-USER-ID               PIC X(8).
           05  FMT-NOTE                  PIC X(60).
           05  FILLER                    PIC X(34).

       FD  FRD-DECISION-REPORT.
       01  FRD-DECISION-REPORT-REC       PIC X(132).

      *    REJECTED DECISIONS, WRITTEN BACK OUT IN THE EXACT INPUT
      *    LAYOUT SO A CORRECTED FILE CAN BE RESUBMITTED AS-IS.
       FD  FRD-DECISION-REJECT.
       01  FRD-DECISION-REJECT-REC       PIC X(120).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-REQUESTS           VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-TRANS-CNT                  PIC 9(7) VALUE 0.
       01  WS-CLEARED-CNT                PIC 9(7) VALUE 0.
       01  WS-CONFIRMED-CNT              PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-FIELD-ERR-CNT              PIC 9(2) VALUE 0.

       01  WS-TRANS-VALID-SW             PIC X(3) VALUE 'YES'.
           88  TRANS-VALID               VALUE 'YES'.
           88  TRANS-INVALID             VALUE 'NO'.

       01  WS-NEW-STATUS                 PIC X(1).
       01  WS-OLD-STATUS                 PIC X(1).

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

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(42)
               VALUE 'FRAUD ALERT DECISIONS -                   '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(80) VALUE SPACES.

       01  RPT-FIELD-ERR-LINE.
           05  FILLER                    PIC X(9)  VALUE '  FIELD: '.
           05  RPT-FLD-NAME              PIC X(12).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-FLD-REASON            PIC X(40).
           05  FILLER                    PIC X(69) VALUE SPACES.

       01  RPT-RESULT-LINE.
           05  FILLER                    PIC X(6)  VALUE 'TRANS:'.
           05  RPT-RES-TRANS-TYPE        PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-RES-POLICY            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'RESULT: '.
           05  RPT-RES-RESULT            PIC X(50).
           05  FILLER                    PIC X(38) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-REQUESTS
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME

           OPEN INPUT  FRD-DECISION-REQUEST
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRD-DECISION-REQUEST: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT FRD-DECISION-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRD-DECISION-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT FRD-DECISION-REJECT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRD-DECISION-REJECT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE FRD-DECISION-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-REQUEST-PARA.

       2000-PROCESS-PARA.
           ADD 1 TO WS-TRANS-CNT
           MOVE FMT-TRANS-TYPE       TO RPT-RES-TRANS-TYPE
           MOVE FMT-POLICY-NUMBER    TO RPT-RES-POLICY
           MOVE SPACES               TO RPT-RES-RESULT
           MOVE 'YES'                TO WS-TRANS-VALID-SW

           PERFORM 2100-VALIDATE-TRANS
           IF WS-FIELD-ERR-CNT > 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - FIELD VALIDATION (SEE ABOVE)'
                                     TO RPT-RES-RESULT
           END-IF
           IF TRANS-VALID
               PERFORM 2300-CHECK-AUTHORITY
           END-IF
           IF TRANS-VALID
               PERFORM 2400-CHECK-ALERT
           END-IF
           IF TRANS-VALID
               PERFORM 2500-APPLY-DECISION
           END-IF
           IF TRANS-INVALID
               PERFORM 2900-REJECT-TRANS
           END-IF
           WRITE FRD-DECISION-REPORT-REC FROM RPT-RESULT-LINE
           PERFORM 2050-READ-REQUEST-PARA.

       2050-READ-REQUEST-PARA.
           READ FRD-DECISION-REQUEST
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       2100-VALIDATE-TRANS.
           MOVE 0 TO WS-FIELD-ERR-CNT
           IF FMT-TRANS-TYPE NOT = 'CLEAR' AND 'CONFIRM'
               MOVE 'TRANS-TYPE'  TO RPT-FLD-NAME
               MOVE 'NOT CLEAR OR CONFIRM' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF FMT-POLICY-NUMBER = SPACES
               MOVE 'POLICY'      TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF FMT-USER-ID = SPACES
               MOVE 'USER-ID'     TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF FMT-NOTE = SPACES
               MOVE 'NOTE'        TO RPT-FLD-NAME
               MOVE 'MISSING - THE FINDING OF THE INVESTIGATION'
                                  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF.

       2190-WRITE-FIELD-ERROR.
           ADD 1 TO WS-FIELD-ERR-CNT
           WRITE FRD-DECISION-REPORT-REC FROM RPT-FIELD-ERR-LINE.

       2300-CHECK-AUTHORITY.
           MOVE 'N'               TO WS-AU-AUTHORIZED
           MOVE 'CHECK'           TO WS-AU-OPERATION-TYPE
           MOVE FMT-USER-ID       TO WS-AU-USER-ID
           MOVE 'FRDMNT1'         TO WS-AU-PROGRAM
           MOVE FMT-TRANS-TYPE    TO WS-AU-OPERATION
           CALL 'AUTDRVR1' USING AUTDRVR1-AREA
           IF WS-AU-AUTHORIZED NOT = 'Y'
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - USER NOT AUTHORIZED'
                                       TO RPT-RES-RESULT
           END-IF.

      *    AN OPEN ALERT MAY BE DECIDED EITHER WAY. A CLEARED ALERT
      *    MAY LATER BE CONFIRMED AS FRAUD, AND A CONFIRMATION
      *    OVERTURNED ON APPEAL IS CLEARED.
       2400-CHECK-ALERT.
           MOVE 'GETALERT'        TO WS-FR-OPERATION-TYPE
           MOVE FMT-POLICY-NUMBER TO WS-FR-POLICY-NUMBER
           CALL 'FRDDRVR1' USING FRDDRVR1-AREA
           IF WS-FR-SQLCODE NOT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - NO FRAUD ALERT ON THE POLICY'
                                       TO RPT-RES-RESULT
           ELSE
               MOVE WS-FR-OUT-STATUS TO WS-OLD-STATUS
               IF FMT-TRANS-TYPE = 'CLEAR'
                   MOVE 'C' TO WS-NEW-STATUS
               ELSE
                   MOVE 'F' TO WS-NEW-STATUS
               END-IF
               IF WS-OLD-STATUS = WS-NEW-STATUS
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - ALERT ALREADY DECIDED THAT WAY'
                                       TO RPT-RES-RESULT
               END-IF
           END-IF.

       2500-APPLY-DECISION.
           MOVE 'DECIDE'          TO WS-FR-OPERATION-TYPE
           MOVE WS-NEW-STATUS     TO WS-FR-DECISION
           MOVE FMT-USER-ID       TO WS-FR-USER-ID
           MOVE FMT-NOTE          TO WS-FR-DECISION-NOTE
           CALL 'FRDDRVR1' USING FRDDRVR1-AREA
           IF WS-FR-SQLCODE NOT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - ALERT CHANGED WHILE RUNNING'
                                       TO RPT-RES-RESULT
           ELSE
               IF WS-NEW-STATUS = 'C'
                   ADD 1 TO WS-CLEARED-CNT
                   MOVE 'CLEARED - HELD REFUND RELEASED'
                                       TO RPT-RES-RESULT
               ELSE
                   ADD 1 TO WS-CONFIRMED-CNT
                   MOVE 'CONFIRMED FRAUD - REFUND STAYS HELD'
                                       TO RPT-RES-RESULT
               END-IF
           END-IF.

       2900-REJECT-TRANS.
           ADD 1 TO WS-REJECTED-CNT
           WRITE FRD-DECISION-REJECT-REC
               FROM FRD-DECISION-REQUEST-REC.

       9000-FINALIZE-PARA.
           MOVE 'DECISIONS READ'                   TO RPT-TOT-LABEL
           MOVE WS-TRANS-CNT                       TO RPT-TOT-CNT
           WRITE FRD-DECISION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'ALERTS CLEARED'                   TO RPT-TOT-LABEL
           MOVE WS-CLEARED-CNT                     TO RPT-TOT-CNT
           WRITE FRD-DECISION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'ALERTS CONFIRMED AS FRAUD'        TO RPT-TOT-LABEL
           MOVE WS-CONFIRMED-CNT                   TO RPT-TOT-CNT
           WRITE FRD-DECISION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'DECISIONS REJECTED'               TO RPT-TOT-LABEL
           MOVE WS-REJECTED-CNT                    TO RPT-TOT-CNT
           WRITE FRD-DECISION-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE FRD-DECISION-REQUEST
           CLOSE FRD-DECISION-REPORT
           CLOSE FRD-DECISION-REJECT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'FRDMNT1'       TO OPS-JOB-NAME
               MOVE WS-CURRENT-DATE TO OPS-RUN-DATE
               STRING WS-START-TIME (1:2) ':'
                      WS-START-TIME (3:2) ':'
                      WS-START-TIME (5:2) DELIMITED BY SIZE
                 INTO OPS-START-TIME
               END-STRING
               STRING WS-END-TIME (1:2) ':'
                      WS-END-TIME (3:2) ':'
                      WS-END-TIME (5:2) DELIMITED BY SIZE
                 INTO OPS-END-TIME
               END-STRING
               MOVE WS-TRANS-CNT    TO OPS-RECORD-CNT
               MOVE WS-REJECTED-CNT TO OPS-ERROR-CNT
               IF WS-REJECTED-CNT > 0
                   SET OPS-STATUS-WARNING TO TRUE
               ELSE
                   SET OPS-STATUS-OK TO TRUE
               END-IF
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF
           DISPLAY 'FRDMNT1: DECISIONS READ: ' WS-TRANS-CNT
                   '  CLEARED: ' WS-CLEARED-CNT
                   '  CONFIRMED: ' WS-CONFIRMED-CNT
                   '  REJECTED: ' WS-REJECTED-CNT.

       END PROGRAM FRDMNT1.
