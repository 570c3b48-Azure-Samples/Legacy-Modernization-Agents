       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCQAPR1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCQ-DECISION-REQUEST ASSIGN TO 'PCQAPRIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PCQ-DECISION-REPORT ASSIGN TO 'PCQAPRRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PCQ-DECISION-REJECT ASSIGN TO 'PCQAPRRJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE CHECKER'S DECISIONS ON CHANGES STAGED UNDER DUAL
      *    CONTROL, ONE RECORD PER CHANGE NUMBER FROM THE MAKER'S
      *    MAINTENANCE REPORT.
      *      PDT-TRANS-TYPE    APPROVE = APPLIED ON THE OWNING
      *                                  PROGRAM'S NEXT RUN
      *                        REJECT  = NEVER APPLIED
      *      PDT-USER-ID       THE CHECKER - MUST NOT BE THE MAKER AND
      *                        MUST HOLD THE TOPERAUT GRANT THE CHANGE
      *                        ITSELF NEEDS
      *      PDT-NOTE          REQUIRED ON A REJECT, SO THE MAKER
      *                        KNOWS WHAT TO CORRECT
       FD  PCQ-DECISION-REQUEST.
       01  PCQ-DECISION-REQUEST-REC.
           05  PDT-TRANS-TYPE            PIC X(8).
           05  PDT-CHANGE-ID             PIC X(9).
           05  PDT-CHANGE-ID-N REDEFINES PDT-CHANGE-ID
                                         PIC 9(9).
           05  PDT-USER-ID               PIC X(8).
           05  PDT-NOTE                  PIC X(40).
           05  FILLER                    PIC X(15).

       FD  PCQ-DECISION-REPORT.
       01  PCQ-DECISION-REPORT-REC       PIC X(132).

      *    REJECTED DECISIONS, WRITTEN BACK OUT IN THE EXACT INPUT
      *    LAYOUT SO A CORRECTED FILE CAN BE RESUBMITTED AS-IS.
       FD  PCQ-DECISION-REJECT.
       01  PCQ-DECISION-REJECT-REC       PIC X(80).

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
       01  WS-APPROVED-CNT               PIC 9(7) VALUE 0.
       01  WS-DECLINED-CNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-FIELD-ERR-CNT              PIC 9(2) VALUE 0.

       01  WS-TRANS-VALID-SW             PIC X(3) VALUE 'YES'.
           88  TRANS-VALID               VALUE 'YES'.
           88  TRANS-INVALID             VALUE 'NO'.

       01  WS-NEW-STATUS                 PIC X(1).

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
               VALUE 'DUAL-CONTROL DECISIONS -                  '.
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
           05  FILLER                    PIC X(8)  VALUE 'CHANGE: '.
           05  RPT-RES-CHANGE-ID         PIC X(9).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-RES-PROGRAM           PIC X(8).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-RES-CHG-TYPE          PIC X(8).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-RES-CHG-KEY           PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'RESULT: '.
           05  RPT-RES-RESULT            PIC X(40).
           05  FILLER                    PIC X(9)  VALUE SPACES.

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

           OPEN INPUT  PCQ-DECISION-REQUEST
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PCQ-DECISION-REQUEST: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT PCQ-DECISION-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PCQ-DECISION-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT PCQ-DECISION-REJECT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PCQ-DECISION-REJECT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE PCQ-DECISION-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-REQUEST-PARA.

       2000-PROCESS-PARA.
           ADD 1 TO WS-TRANS-CNT
           MOVE PDT-TRANS-TYPE       TO RPT-RES-TRANS-TYPE
           MOVE PDT-CHANGE-ID        TO RPT-RES-CHANGE-ID
           MOVE SPACES               TO RPT-RES-PROGRAM
                                        RPT-RES-CHG-TYPE
                                        RPT-RES-CHG-KEY
                                        RPT-RES-RESULT
           MOVE 'YES'                TO WS-TRANS-VALID-SW

           PERFORM 2100-VALIDATE-TRANS
           IF WS-FIELD-ERR-CNT > 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - FIELD VALIDATION (SEE ABOVE)'
                                     TO RPT-RES-RESULT
           END-IF
           IF TRANS-VALID
               PERFORM 2200-CHECK-CHANGE
           END-IF
           IF TRANS-VALID
               PERFORM 2300-CHECK-AUTHORITY
           END-IF
           IF TRANS-VALID
               PERFORM 2500-APPLY-DECISION
           END-IF
           IF TRANS-INVALID
               PERFORM 2900-REJECT-TRANS
           END-IF
           WRITE PCQ-DECISION-REPORT-REC FROM RPT-RESULT-LINE
           PERFORM 2050-READ-REQUEST-PARA.

       2050-READ-REQUEST-PARA.
           READ PCQ-DECISION-REQUEST
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       2100-VALIDATE-TRANS.
           MOVE 0 TO WS-FIELD-ERR-CNT
           IF PDT-TRANS-TYPE NOT = 'APPROVE' AND 'REJECT'
               MOVE 'TRANS-TYPE'  TO RPT-FLD-NAME
               MOVE 'NOT APPROVE OR REJECT' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF PDT-CHANGE-ID NOT NUMERIC
               MOVE 'CHANGE-ID'   TO RPT-FLD-NAME
               MOVE 'NOT NUMERIC' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF PDT-USER-ID = SPACES
               MOVE 'USER-ID'     TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF PDT-TRANS-TYPE = 'REJECT' AND PDT-NOTE = SPACES
               MOVE 'NOTE'        TO RPT-FLD-NAME
               MOVE 'MISSING - THE REASON FOR THE REJECTION'
                                  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF.

       2190-WRITE-FIELD-ERROR.
           ADD 1 TO WS-FIELD-ERR-CNT
           WRITE PCQ-DECISION-REPORT-REC FROM RPT-FIELD-ERR-LINE.

      *    ONLY A CHANGE STILL PENDING CAN BE DECIDED, AND NEVER BY
      *    THE OPERATOR WHO KEYED IT - THAT IS THE WHOLE CONTROL.
       2200-CHECK-CHANGE.
           MOVE 'GET'             TO WS-PQ-OPERATION-TYPE
           MOVE PDT-CHANGE-ID-N   TO WS-PQ-CHANGE-ID
           CALL 'PCQDRVR1' USING PCQDRVR1-AREA
           IF WS-PQ-SQLCODE NOT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - CHANGE NOT ON THE QUEUE'
                                       TO RPT-RES-RESULT
           ELSE
               MOVE WS-PQ-OUT-PROGRAM    TO RPT-RES-PROGRAM
               MOVE WS-PQ-OUT-TRANS-TYPE TO RPT-RES-CHG-TYPE
               MOVE WS-PQ-OUT-TRANS-KEY  TO RPT-RES-CHG-KEY
               EVALUATE TRUE
                   WHEN WS-PQ-OUT-STATUS NOT = 'P'
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - CHANGE NO LONGER PENDING'
                                       TO RPT-RES-RESULT
                   WHEN WS-PQ-OUT-MAKER-USER = PDT-USER-ID
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - CHECKER IS THE MAKER'
                                       TO RPT-RES-RESULT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    THE CHECKER MUST BE TRUSTED WITH THE CHANGE ITSELF: THE
      *    SAME TOPERAUT GRANT (OWNING PROGRAM AND OPERATION) THE
      *    MAKER NEEDED TO KEY IT.
       2300-CHECK-AUTHORITY.
           MOVE 'N'                  TO WS-AU-AUTHORIZED
           MOVE 'CHECK'              TO WS-AU-OPERATION-TYPE
           MOVE PDT-USER-ID          TO WS-AU-USER-ID
           MOVE WS-PQ-OUT-PROGRAM    TO WS-AU-PROGRAM
           MOVE WS-PQ-OUT-TRANS-TYPE TO WS-AU-OPERATION
           CALL 'AUTDRVR1' USING AUTDRVR1-AREA
           IF WS-AU-AUTHORIZED NOT = 'Y'
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - USER NOT AUTHORIZED'
                                       TO RPT-RES-RESULT
           END-IF.

       2500-APPLY-DECISION.
           IF PDT-TRANS-TYPE = 'APPROVE'
               MOVE 'A' TO WS-NEW-STATUS
           ELSE
               MOVE 'R' TO WS-NEW-STATUS
           END-IF
           MOVE 'DECIDE'          TO WS-PQ-OPERATION-TYPE
           MOVE PDT-CHANGE-ID-N   TO WS-PQ-CHANGE-ID
           MOVE WS-NEW-STATUS     TO WS-PQ-STATUS
           MOVE PDT-USER-ID       TO WS-PQ-USER-ID
           MOVE PDT-NOTE          TO WS-PQ-RESULT
           CALL 'PCQDRVR1' USING PCQDRVR1-AREA
           IF WS-PQ-SQLCODE NOT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - CHANGE DECIDED WHILE RUNNING'
                                       TO RPT-RES-RESULT
           ELSE
               IF WS-NEW-STATUS = 'A'
                   ADD 1 TO WS-APPROVED-CNT
                   MOVE 'APPROVED - APPLIED ON NEXT RUN OF OWNER'
                                       TO RPT-RES-RESULT
               ELSE
                   ADD 1 TO WS-DECLINED-CNT
                   MOVE 'REJECTED BY CHECKER - NOT APPLIED'
                                       TO RPT-RES-RESULT
               END-IF
           END-IF.

       2900-REJECT-TRANS.
           ADD 1 TO WS-REJECTED-CNT
           WRITE PCQ-DECISION-REJECT-REC
               FROM PCQ-DECISION-REQUEST-REC.

       9000-FINALIZE-PARA.
           MOVE 'DECISIONS READ'                   TO RPT-TOT-LABEL
           MOVE WS-TRANS-CNT                       TO RPT-TOT-CNT
           WRITE PCQ-DECISION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'CHANGES APPROVED'                 TO RPT-TOT-LABEL
           MOVE WS-APPROVED-CNT                    TO RPT-TOT-CNT
           WRITE PCQ-DECISION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'CHANGES REJECTED BY CHECKER'      TO RPT-TOT-LABEL
           MOVE WS-DECLINED-CNT                    TO RPT-TOT-CNT
           WRITE PCQ-DECISION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'DECISIONS REJECTED'               TO RPT-TOT-LABEL
           MOVE WS-REJECTED-CNT                    TO RPT-TOT-CNT
           WRITE PCQ-DECISION-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE PCQ-DECISION-REQUEST
           CLOSE PCQ-DECISION-REPORT
           CLOSE PCQ-DECISION-REJECT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'PCQAPR1'       TO OPS-JOB-NAME
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
           DISPLAY 'PCQAPR1: DECISIONS READ: ' WS-TRANS-CNT
                   '  APPROVED: ' WS-APPROVED-CNT
                   '  REJECTED BY CHECKER: ' WS-DECLINED-CNT
                   '  DECISIONS REJECTED: ' WS-REJECTED-CNT.

       END PROGRAM PCQAPR1.
