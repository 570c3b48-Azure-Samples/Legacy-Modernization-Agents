       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFCMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFAC-DECISION-REQUEST ASSIGN TO 'OFCMNTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OFAC-DECISION-REPORT ASSIGN TO 'OFCMNTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OFAC-DECISION-REJECT ASSIGN TO 'OFCMNTRJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    COMPLIANCE'S DECISIONS ON THE OFAC REVIEW QUEUE, ONE RECORD
      *    PER HIT, NAMED BY THE PARTY TYPE, PARTY KEY AND SDN ENTRY
      *    NUMBER AS PRINTED ON THE OFCSCRN1 REPORT.
      *      OMT-TRANS-TYPE    CONFIRM = A TRUE MATCH, PAYMENTS STAY
      *                                  HELD AND THE CASE IS FILED
      *                        CLEAR   = A FALSE MATCH, PAYMENTS ARE
      *                                  RELEASED
      *      OMT-NOTE          THE REVIEWER'S REASON - REQUIRED, IT IS
      *                        THE AUDIT RECORD OF THE DECISION
       FD  OFAC-DECISION-REQUEST.
       01  OFAC-DECISION-REQUEST-REC.
           05  OMT-TRANS-TYPE            PIC X(8).
           05  OMT-PARTY-TYPE            PIC X(1).
           05  OMT-PARTY-KEY             PIC X(20).
           05  OMT-SDN-ENT-NUM           PIC 9(8).
           05  OMT-USER-ID               PIC X(8).
           05  OMT-NOTE                  PIC X(60).
           05  FILLER                    PIC X(15).

       FD  OFAC-DECISION-REPORT.
       01  OFAC-DECISION-REPORT-REC      PIC X(132).

      *    REJECTED DECISIONS, WRITTEN BACK OUT IN THE EXACT INPUT
      *    LAYOUT SO A CORRECTED FILE CAN BE RESUBMITTED AS-IS.
       FD  OFAC-DECISION-REJECT.
       01  OFAC-DECISION-REJECT-REC      PIC X(120).

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
       01  WS-CONFIRMED-CNT              PIC 9(7) VALUE 0.
       01  WS-CLEARED-CNT                PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-FIELD-ERR-CNT              PIC 9(2) VALUE 0.

       01  WS-TRANS-VALID-SW             PIC X(3) VALUE 'YES'.
           88  TRANS-VALID               VALUE 'YES'.
           88  TRANS-INVALID             VALUE 'NO'.

       01  WS-NEW-STATUS                 PIC X(1).

       01  OFCDRVR1-AREA.
           10  WS-OF-OPERATION-TYPE        PIC X(10).
           10  WS-OF-RUN-ID                PIC X(12).
           10  WS-OF-TOKEN-TABLE.
               15  WS-OF-TOKEN             PIC X(20) OCCURS 6 TIMES.
           10  WS-OF-SDN-ENT-NUM           PIC S9(9) COMP.
           10  WS-OF-SDN-NAME-SEQ          PIC S9(4) COMP.
           10  WS-OF-SDN-NAME              PIC X(80).
           10  WS-OF-SDN-TYPE              PIC X(12).
           10  WS-OF-SDN-PROGRAM           PIC X(20).
           10  WS-OF-SDN-CITY              PIC X(30).
           10  WS-OF-SDN-COUNTRY           PIC X(30).
           10  WS-OF-SDN-TOKEN-CNT         PIC S9(4) COMP.
           10  WS-OF-PARTY-TYPE            PIC X(1).
           10  WS-OF-PARTY-KEY             PIC X(20).
           10  WS-OF-POLICY-NUMBER         PIC X(10).
           10  WS-OF-AGENT-CODE            PIC X(10).
           10  WS-OF-PARTY-NAME            PIC X(80).
           10  WS-OF-SCORE                 PIC S9(4) COMP.
           10  WS-OF-BLOCK-TYPE            PIC X(1).
           10  WS-OF-DECISION              PIC X(1).
           10  WS-OF-USER-ID               PIC X(8).
           10  WS-OF-DECISION-NOTE         PIC X(60).
           10  WS-OF-SDN-PUB-DATE          PIC X(10).
           10  WS-OF-SDN-CNT               PIC S9(9) COMP.
           10  WS-OF-PARTY-CNT             PIC S9(9) COMP.
           10  WS-OF-HIT-CNT               PIC S9(9) COMP.
           10  WS-OF-NEW-HIT-CNT           PIC S9(9) COMP.
           10  WS-OF-REOPEN-CNT            PIC S9(9) COMP.
           10  WS-OF-THRESHOLD             PIC S9(4) COMP.
           10  WS-OF-START-TIME            PIC X(8).
           10  WS-OF-END-TIME              PIC X(8).
           10  WS-OF-SQLCODE               PIC S9(9) COMP.
           10  WS-OF-HIT-RESULT            PIC X(1).
           10  WS-OF-BLOCK-CNT             PIC S9(9) COMP.
           10  WS-OF-BLOCK-STATUS          PIC X(1).
           10  WS-OF-OUT-PARTY-TYPE        PIC X(1).
           10  WS-OF-OUT-PARTY-KEY         PIC X(20).
           10  WS-OF-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-OF-OUT-AGENT-CODE        PIC X(10).
           10  WS-OF-OUT-PARTY-NAME        PIC X(80).
           10  WS-OF-OUT-PARTY-CITY        PIC X(30).
           10  WS-OF-OUT-SDN-ENT-NUM       PIC S9(9) COMP.
           10  WS-OF-OUT-SDN-NAME-SEQ      PIC S9(4) COMP.
           10  WS-OF-OUT-SDN-NAME          PIC X(80).
           10  WS-OF-OUT-SDN-TYPE          PIC X(12).
           10  WS-OF-OUT-SDN-PROGRAM       PIC X(20).
           10  WS-OF-OUT-SDN-CITY          PIC X(30).
           10  WS-OF-OUT-SDN-COUNTRY       PIC X(30).
           10  WS-OF-OUT-SDN-TOKEN-CNT     PIC S9(4) COMP.
           10  WS-OF-OUT-SCORE             PIC S9(4) COMP.
           10  WS-OF-OUT-STATUS            PIC X(1).
           10  WS-OF-OUT-FIRST-HIT-DATE    PIC X(10).
           10  WS-OF-OUT-LAST-HIT-DATE     PIC X(10).
           10  WS-OF-OUT-DECISION-USER     PIC X(8).
           10  WS-OF-OUT-DECISION-DATE     PIC X(10).
           10  WS-OF-OUT-DECISION-NOTE     PIC X(60).
           10  WS-OF-OUT-AGE-DAYS          PIC S9(9) COMP.

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
               VALUE 'OFAC REVIEW DECISIONS -                   '.
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
           05  FILLER                    PIC X(7)  VALUE 'PARTY: '.
           05  RPT-RES-PARTY-TYPE        PIC X(1).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-RES-PARTY-KEY         PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'SDN ENT: '.
           05  RPT-RES-SDN-ENT-NUM       PIC ZZZZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'RESULT: '.
           05  RPT-RES-RESULT            PIC X(45).
           05  FILLER                    PIC X(13) VALUE SPACES.

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

           OPEN INPUT  OFAC-DECISION-REQUEST
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OFAC-DECISION-REQUEST: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT OFAC-DECISION-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OFAC-DECISION-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT OFAC-DECISION-REJECT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OFAC-DECISION-REJECT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE OFAC-DECISION-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-REQUEST-PARA.

       2000-PROCESS-PARA.
           ADD 1 TO WS-TRANS-CNT
           MOVE OMT-TRANS-TYPE       TO RPT-RES-TRANS-TYPE
           MOVE OMT-PARTY-TYPE       TO RPT-RES-PARTY-TYPE
           MOVE OMT-PARTY-KEY        TO RPT-RES-PARTY-KEY
           MOVE 0                    TO RPT-RES-SDN-ENT-NUM
           IF OMT-SDN-ENT-NUM NUMERIC
               MOVE OMT-SDN-ENT-NUM  TO RPT-RES-SDN-ENT-NUM
           END-IF
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
               PERFORM 2400-CHECK-HIT
           END-IF
           IF TRANS-VALID
               PERFORM 2500-APPLY-DECISION
           END-IF
           IF TRANS-INVALID
               PERFORM 2900-REJECT-TRANS
           END-IF
           WRITE OFAC-DECISION-REPORT-REC FROM RPT-RESULT-LINE
           PERFORM 2050-READ-REQUEST-PARA.

       2050-READ-REQUEST-PARA.
           READ OFAC-DECISION-REQUEST
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       2100-VALIDATE-TRANS.
           MOVE 0 TO WS-FIELD-ERR-CNT
           IF OMT-TRANS-TYPE NOT = 'CONFIRM' AND 'CLEAR'
               MOVE 'TRANS-TYPE'  TO RPT-FLD-NAME
               MOVE 'NOT CONFIRM OR CLEAR' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF OMT-PARTY-TYPE NOT = 'H' AND 'B' AND 'L' AND 'P'
                               AND 'A'
               MOVE 'PARTY-TYPE'  TO RPT-FLD-NAME
               MOVE 'NOT H, B, L, P OR A' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF OMT-PARTY-KEY = SPACES
               MOVE 'PARTY-KEY'   TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF OMT-SDN-ENT-NUM NOT NUMERIC
               MOVE 'SDN-ENT-NUM' TO RPT-FLD-NAME
               MOVE 'NOT NUMERIC' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF OMT-USER-ID = SPACES
               MOVE 'USER-ID'     TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF OMT-NOTE = SPACES
               MOVE 'NOTE'        TO RPT-FLD-NAME
               MOVE 'MISSING - THE REASON FOR THE DECISION'
                                  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF.

       2190-WRITE-FIELD-ERROR.
           ADD 1 TO WS-FIELD-ERR-CNT
           WRITE OFAC-DECISION-REPORT-REC FROM RPT-FIELD-ERR-LINE.

       2300-CHECK-AUTHORITY.
           MOVE 'N'               TO WS-AU-AUTHORIZED
           MOVE 'CHECK'           TO WS-AU-OPERATION-TYPE
           MOVE OMT-USER-ID       TO WS-AU-USER-ID
           MOVE 'OFCMNT1'         TO WS-AU-PROGRAM
           MOVE OMT-TRANS-TYPE    TO WS-AU-OPERATION
           CALL 'AUTDRVR1' USING AUTDRVR1-AREA
           IF WS-AU-AUTHORIZED NOT = 'Y'
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - USER NOT AUTHORIZED'
                                       TO RPT-RES-RESULT
           END-IF.

      *    A PENDING HIT MAY BE CONFIRMED OR CLEARED; A CONFIRMED
      *    MATCH MAY STILL BE CLEARED (A LICENSE, OR A LATER FINDING
      *    IT WAS THE WRONG PERSON), BUT A CLEARED HIT IS ONLY BACK ON
      *    THE QUEUE WHEN A LATER SCREENING REOPENS IT.
       2400-CHECK-HIT.
           MOVE 'GETHIT'          TO WS-OF-OPERATION-TYPE
           MOVE OMT-PARTY-TYPE    TO WS-OF-PARTY-TYPE
           MOVE OMT-PARTY-KEY     TO WS-OF-PARTY-KEY
           MOVE OMT-SDN-ENT-NUM   TO WS-OF-SDN-ENT-NUM
           CALL 'OFCDRVR1' USING OFCDRVR1-AREA
           IF WS-OF-SQLCODE NOT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - HIT NOT ON THE REVIEW QUEUE'
                                       TO RPT-RES-RESULT
           ELSE
               IF OMT-TRANS-TYPE = 'CONFIRM'
                   MOVE 'C' TO WS-NEW-STATUS
               ELSE
                   MOVE 'X' TO WS-NEW-STATUS
               END-IF
               EVALUATE TRUE
                   WHEN WS-OF-OUT-STATUS = WS-NEW-STATUS
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - HIT ALREADY IN THAT STATUS'
                                           TO RPT-RES-RESULT
                   WHEN WS-OF-OUT-STATUS = 'X'
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - HIT ALREADY CLEARED'
                                           TO RPT-RES-RESULT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2500-APPLY-DECISION.
           MOVE 'DECIDE'          TO WS-OF-OPERATION-TYPE
           MOVE WS-NEW-STATUS     TO WS-OF-DECISION
           MOVE OMT-USER-ID       TO WS-OF-USER-ID
           MOVE OMT-NOTE          TO WS-OF-DECISION-NOTE
           CALL 'OFCDRVR1' USING OFCDRVR1-AREA
           IF WS-OF-SQLCODE NOT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - HIT CHANGED WHILE RUNNING'
                                       TO RPT-RES-RESULT
           ELSE
               IF WS-NEW-STATUS = 'C'
                   ADD 1 TO WS-CONFIRMED-CNT
                   MOVE 'CONFIRMED - PAYMENTS REMAIN HELD'
                                       TO RPT-RES-RESULT
               ELSE
                   ADD 1 TO WS-CLEARED-CNT
                   MOVE 'CLEARED - PAYMENTS RELEASED'
                                       TO RPT-RES-RESULT
               END-IF
           END-IF.

       2900-REJECT-TRANS.
           ADD 1 TO WS-REJECTED-CNT
           WRITE OFAC-DECISION-REJECT-REC
               FROM OFAC-DECISION-REQUEST-REC.

       9000-FINALIZE-PARA.
           MOVE 'DECISIONS READ'                   TO RPT-TOT-LABEL
           MOVE WS-TRANS-CNT                       TO RPT-TOT-CNT
           WRITE OFAC-DECISION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'MATCHES CONFIRMED'                TO RPT-TOT-LABEL
           MOVE WS-CONFIRMED-CNT                   TO RPT-TOT-CNT
           WRITE OFAC-DECISION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'HITS CLEARED'                     TO RPT-TOT-LABEL
           MOVE WS-CLEARED-CNT                     TO RPT-TOT-CNT
           WRITE OFAC-DECISION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'DECISIONS REJECTED'               TO RPT-TOT-LABEL
           MOVE WS-REJECTED-CNT                    TO RPT-TOT-CNT
           WRITE OFAC-DECISION-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE OFAC-DECISION-REQUEST
           CLOSE OFAC-DECISION-REPORT
           CLOSE OFAC-DECISION-REJECT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'OFCMNT1'       TO OPS-JOB-NAME
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
           DISPLAY 'OFCMNT1: DECISIONS READ: ' WS-TRANS-CNT
                   '  CONFIRMED: ' WS-CONFIRMED-CNT
                   '  CLEARED: ' WS-CLEARED-CNT
                   '  REJECTED: ' WS-REJECTED-CNT.

       END PROGRAM OFCMNT1.
