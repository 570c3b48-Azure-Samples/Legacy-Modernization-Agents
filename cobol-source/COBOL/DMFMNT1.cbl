       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMFMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DMF-DECISION-REQUEST ASSIGN TO 'DMFMNTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DMF-DECISION-REPORT ASSIGN TO 'DMFMNTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DMF-DECISION-REJECT ASSIGN TO 'DMFMNTRJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE REVIEWER'S DECISIONS ON DEATH MASTER FILE MATCHES, ONE
      *    RECORD PER MATCH, NAMED BY POLICY NUMBER AND THE DMF SSN.
      *      DMT-TRANS-TYPE    CONFIRM = THE HOLDER HAS DIED - NOTICES
      *                                  STOP AND THE POLICY IS
      *                                  REFERRED BY THE NEXT DMFACT1
      *                        REJECT  = A DIFFERENT PERSON - A STOP
      *                                  ALREADY PLACED FOR THE DEATH
      *                                  IS LIFTED
      *      DMT-NOTE          THE REVIEWER'S REASON - REQUIRED, IT IS
      *                        THE AUDIT RECORD OF THE DECISION
       FD  DMF-DECISION-REQUEST.
       01  DMF-DECISION-REQUEST-REC.
           05  DMT-TRANS-TYPE            PIC X(8).
           05  DMT-POLICY-NUMBER         PIC X(10).
           05  DMT-SSN                   PIC X(9).
           05  DMT-USER-ID               PIC X(8).
           05  DMT-NOTE                  PIC X(60).
           05  FILLER                    PIC X(25).

       FD  DMF-DECISION-REPORT.
       01  DMF-DECISION-REPORT-REC       PIC X(132).

      *    REJECTED DECISIONS, WRITTEN BACK OUT IN THE EXACT INPUT
      *    LAYOUT SO A CORRECTED FILE CAN BE RESUBMITTED AS-IS.
       FD  DMF-DECISION-REJECT.
       01  DMF-DECISION-REJECT-REC       PIC X(120).

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
       01  WS-REJECTED-MATCH-CNT         PIC 9(7) VALUE 0.
       01  WS-LIFTED-CNT                 PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-FIELD-ERR-CNT              PIC 9(2) VALUE 0.

       01  WS-TRANS-VALID-SW             PIC X(3) VALUE 'YES'.
           88  TRANS-VALID               VALUE 'YES'.
           88  TRANS-INVALID             VALUE 'NO'.

       01  WS-NEW-STATUS                 PIC X(1).
       01  WS-OLD-STATUS                 PIC X(1).

       01  DMFDRVR1-AREA.
           10  WS-DM-OPERATION-TYPE        PIC X(10).
           10  WS-DM-POLICY-NUMBER         PIC X(10).
           10  WS-DM-SSN                   PIC X(9).
           10  WS-DM-LNAME                 PIC X(20).
           10  WS-DM-FNAME                 PIC X(15).
           10  WS-DM-MNAME                 PIC X(15).
           10  WS-DM-DOD                   PIC X(10).
           10  WS-DM-DOB                   PIC X(10).
           10  WS-DM-ZIP                   PIC X(5).
           10  WS-DM-MATCH-BASIS           PIC X(20).
           10  WS-DM-DECISION              PIC X(1).
           10  WS-DM-USER-ID               PIC X(8).
           10  WS-DM-DECISION-NOTE         PIC X(60).
           10  WS-DM-SQLCODE               PIC S9(9) COMP.
           10  WS-DM-MATCH-RESULT          PIC X(1).
           10  WS-DM-WDRAW-CNT             PIC S9(9) COMP.
           10  WS-DM-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-DM-OUT-SSN               PIC X(9).
           10  WS-DM-OUT-LNAME             PIC X(20).
           10  WS-DM-OUT-FNAME             PIC X(15).
           10  WS-DM-OUT-MNAME             PIC X(15).
           10  WS-DM-OUT-DOD               PIC X(10).
           10  WS-DM-OUT-DOB               PIC X(10).
           10  WS-DM-OUT-ZIP               PIC X(5).
           10  WS-DM-OUT-MATCH-BASIS       PIC X(20).
           10  WS-DM-OUT-STATUS            PIC X(1).
           10  WS-DM-OUT-FIRST-MATCH-DATE  PIC X(10).
           10  WS-DM-OUT-DECISION-USER     PIC X(8).
           10  WS-DM-OUT-DECISION-DATE     PIC X(10).
           10  WS-DM-OUT-DECISION-NOTE     PIC X(60).
           10  WS-DM-OUT-AGE-DAYS          PIC S9(9) COMP.
           10  WS-DM-OUT-POLICY-TYPE       PIC X(50).
           10  WS-DM-OUT-AGENT-CODE        PIC X(10).
           10  WS-DM-OUT-HOLDER-FNAME      PIC X(35).
           10  WS-DM-OUT-HOLDER-MNAME      PIC X(1).
           10  WS-DM-OUT-HOLDER-LNAME      PIC X(35).
           10  WS-DM-OUT-HOLDER-ZIP        PIC X(10).
           10  WS-DM-OUT-START-DATE        PIC X(10).
           10  WS-DM-OUT-EXPIRY-DATE       PIC X(10).
           10  WS-DM-OUT-COVERAGE-AMOUNT   PIC S9(8)V9(2) COMP-3.

       01  SUPDRVR1-AREA.
           10  WS-SU-OPERATION-TYPE        PIC X(10).
           10  WS-SU-PROCESS-DATE          PIC X(10).
           10  WS-SU-POLICY-NUMBER         PIC X(10).
           10  WS-SU-REASON-CODE           PIC X(10).
           10  WS-SU-EFF-DATE              PIC X(10).
           10  WS-SU-AUTH-USER             PIC X(8).
           10  WS-SU-SQLCODE               PIC S9(9) COMP.
           10  WS-SU-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-SU-OUT-REASON-CODE       PIC X(10).
           10  WS-SU-OUT-EFF-DATE          PIC X(10).
           10  WS-SU-OUT-AUTH-USER         PIC X(8).

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
               VALUE 'DEATH MASTER FILE MATCH DECISIONS -       '.
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
           05  FILLER                    PIC X(5)  VALUE 'SSN: '.
           05  RPT-RES-SSN               PIC X(11).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'RESULT: '.
           05  RPT-RES-RESULT            PIC X(50).
           05  FILLER                    PIC X(20) VALUE SPACES.

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

           OPEN INPUT  DMF-DECISION-REQUEST
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DMF-DECISION-REQUEST: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT DMF-DECISION-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DMF-DECISION-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT DMF-DECISION-REJECT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DMF-DECISION-REJECT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE DMF-DECISION-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-REQUEST-PARA.

       2000-PROCESS-PARA.
           ADD 1 TO WS-TRANS-CNT
           MOVE DMT-TRANS-TYPE       TO RPT-RES-TRANS-TYPE
           MOVE DMT-POLICY-NUMBER    TO RPT-RES-POLICY
           MOVE 'XXX-XX-'            TO RPT-RES-SSN
           MOVE DMT-SSN (6:4)        TO RPT-RES-SSN (8:4)
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
               PERFORM 2400-CHECK-MATCH
           END-IF
           IF TRANS-VALID
               PERFORM 2500-APPLY-DECISION
           END-IF
           IF TRANS-INVALID
               PERFORM 2900-REJECT-TRANS
           END-IF
           WRITE DMF-DECISION-REPORT-REC FROM RPT-RESULT-LINE
           PERFORM 2050-READ-REQUEST-PARA.

       2050-READ-REQUEST-PARA.
           READ DMF-DECISION-REQUEST
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       2100-VALIDATE-TRANS.
           MOVE 0 TO WS-FIELD-ERR-CNT
           IF DMT-TRANS-TYPE NOT = 'CONFIRM' AND 'REJECT'
               MOVE 'TRANS-TYPE'  TO RPT-FLD-NAME
               MOVE 'NOT CONFIRM OR REJECT' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF DMT-POLICY-NUMBER = SPACES
               MOVE 'POLICY'      TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF DMT-SSN NOT NUMERIC
               MOVE 'SSN'         TO RPT-FLD-NAME
               MOVE 'NOT NUMERIC' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF DMT-USER-ID = SPACES
               MOVE 'USER-ID'     TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF DMT-NOTE = SPACES
               MOVE 'NOTE'        TO RPT-FLD-NAME
               MOVE 'MISSING - THE REASON FOR THE DECISION'
                                  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF.

       2190-WRITE-FIELD-ERROR.
           ADD 1 TO WS-FIELD-ERR-CNT
           WRITE DMF-DECISION-REPORT-REC FROM RPT-FIELD-ERR-LINE.

       2300-CHECK-AUTHORITY.
           MOVE 'N'               TO WS-AU-AUTHORIZED
           MOVE 'CHECK'           TO WS-AU-OPERATION-TYPE
           MOVE DMT-USER-ID       TO WS-AU-USER-ID
           MOVE 'DMFMNT1'         TO WS-AU-PROGRAM
           MOVE DMT-TRANS-TYPE    TO WS-AU-OPERATION
           CALL 'AUTDRVR1' USING AUTDRVR1-AREA
           IF WS-AU-AUTHORIZED NOT = 'Y'
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - USER NOT AUTHORIZED'
                                       TO RPT-RES-RESULT
           END-IF.

      *    A PENDING MATCH MAY BE CONFIRMED OR REJECTED; A CONFIRMED
      *    MATCH MAY STILL BE REJECTED (THE FAMILY OR AGENT SHOWS IT
      *    IS A DIFFERENT PERSON), BUT A REJECTED MATCH IS ONLY BACK
      *    ON THE QUEUE WHEN SSA RE-ISSUES THE DEATH RECORD.
       2400-CHECK-MATCH.
           MOVE 'GETMATCH'        TO WS-DM-OPERATION-TYPE
           MOVE DMT-POLICY-NUMBER TO WS-DM-POLICY-NUMBER
           MOVE DMT-SSN           TO WS-DM-SSN
           CALL 'DMFDRVR1' USING DMFDRVR1-AREA
           IF WS-DM-SQLCODE NOT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - NO SUCH DEATH MASTER FILE MATCH'
                                       TO RPT-RES-RESULT
           ELSE
               MOVE WS-DM-OUT-STATUS TO WS-OLD-STATUS
               IF DMT-TRANS-TYPE = 'CONFIRM'
                   MOVE 'C' TO WS-NEW-STATUS
               ELSE
                   MOVE 'X' TO WS-NEW-STATUS
               END-IF
               EVALUATE TRUE
                   WHEN WS-OLD-STATUS = WS-NEW-STATUS
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - MATCH ALREADY IN THAT STATUS'
                                           TO RPT-RES-RESULT
                   WHEN WS-OLD-STATUS = 'X'
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - MATCH ALREADY REJECTED'
                                           TO RPT-RES-RESULT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2500-APPLY-DECISION.
           MOVE 'DECIDE'          TO WS-DM-OPERATION-TYPE
           MOVE WS-NEW-STATUS     TO WS-DM-DECISION
           MOVE DMT-USER-ID       TO WS-DM-USER-ID
           MOVE DMT-NOTE          TO WS-DM-DECISION-NOTE
           CALL 'DMFDRVR1' USING DMFDRVR1-AREA
           IF WS-DM-SQLCODE NOT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - MATCH CHANGED WHILE RUNNING'
                                       TO RPT-RES-RESULT
           ELSE
               IF WS-NEW-STATUS = 'C'
                   ADD 1 TO WS-CONFIRMED-CNT
                   MOVE 'CONFIRMED - NOTICES STOP AT NEXT DMFACT1'
                                       TO RPT-RES-RESULT
               ELSE
                   ADD 1 TO WS-REJECTED-MATCH-CNT
                   MOVE 'REJECTED AS A DIFFERENT PERSON'
                                       TO RPT-RES-RESULT
                   IF WS-OLD-STATUS = 'C'
                       PERFORM 2600-LIFT-SUPPRESSION
                   END-IF
               END-IF
           END-IF.

      *    A MATCH CONFIRMED IN ERROR MAY ALREADY HAVE STOPPED THE
      *    POLICY'S NOTICES. ONLY A STOP PLACED FOR THE DEATH IS
      *    LIFTED - ONE KEYED THROUGH SUPMNT1 FOR ANY OTHER REASON
      *    STAYS.
       2600-LIFT-SUPPRESSION.
           MOVE 'CHECK'           TO WS-SU-OPERATION-TYPE
           MOVE WS-CURRENT-DATE   TO WS-SU-PROCESS-DATE
           MOVE DMT-POLICY-NUMBER TO WS-SU-POLICY-NUMBER
           CALL 'SUPDRVR1' USING SUPDRVR1-AREA
           IF WS-SU-SQLCODE = 0
                   AND WS-SU-OUT-REASON-CODE = 'DECEASED'
               MOVE 'DELETE'      TO WS-SU-OPERATION-TYPE
               CALL 'SUPDRVR1' USING SUPDRVR1-AREA
               IF WS-SU-SQLCODE = 0
                   ADD 1 TO WS-LIFTED-CNT
                   MOVE 'REJECTED - DIFFERENT PERSON, NOTICES RESUME'
                                       TO RPT-RES-RESULT
               END-IF
           END-IF.

       2900-REJECT-TRANS.
           ADD 1 TO WS-REJECTED-CNT
           WRITE DMF-DECISION-REJECT-REC
               FROM DMF-DECISION-REQUEST-REC.

       9000-FINALIZE-PARA.
           MOVE 'DECISIONS READ'                   TO RPT-TOT-LABEL
           MOVE WS-TRANS-CNT                       TO RPT-TOT-CNT
           WRITE DMF-DECISION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'MATCHES CONFIRMED'                TO RPT-TOT-LABEL
           MOVE WS-CONFIRMED-CNT                   TO RPT-TOT-CNT
           WRITE DMF-DECISION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'MATCHES REJECTED'                 TO RPT-TOT-LABEL
           MOVE WS-REJECTED-MATCH-CNT              TO RPT-TOT-CNT
           WRITE DMF-DECISION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NOTICE SUPPRESSION LIFTED'      TO RPT-TOT-LABEL
           MOVE WS-LIFTED-CNT                      TO RPT-TOT-CNT
           WRITE DMF-DECISION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'DECISIONS REJECTED'               TO RPT-TOT-LABEL
           MOVE WS-REJECTED-CNT                    TO RPT-TOT-CNT
           WRITE DMF-DECISION-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE DMF-DECISION-REQUEST
           CLOSE DMF-DECISION-REPORT
           CLOSE DMF-DECISION-REJECT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'DMFMNT1'       TO OPS-JOB-NAME
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
           DISPLAY 'DMFMNT1: DECISIONS READ: ' WS-TRANS-CNT
                   '  CONFIRMED: ' WS-CONFIRMED-CNT
                   '  REJECTED AS DIFFERENT PERSON: '
                   WS-REJECTED-MATCH-CNT
                   '  REJECTED: ' WS-REJECTED-CNT.

       END PROGRAM DMFMNT1.
