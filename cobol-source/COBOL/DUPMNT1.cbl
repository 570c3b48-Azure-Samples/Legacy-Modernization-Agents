       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-DECISION-REQUEST ASSIGN TO 'DUPMNTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DUP-DECISION-REPORT ASSIGN TO 'DUPMNTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DUP-DECISION-REJECT ASSIGN TO 'DUPMNTRJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE REVIEWER'S DECISIONS ON THE DUPSCAN1 WORKLIST, ONE
      *    RECORD PER PAIR, NAMED BY ITS TWO POLICY NUMBERS IN EITHER
      *    ORDER.
      *      DPT-TRANS-TYPE    LEGIT  = BOTH POLICIES ARE MEANT TO BE
      *                                 IN FORCE - THE PAIR IS NOT
      *                                 LISTED AGAIN
      *                        CANCEL = ONE POLICY IS A DUPLICATE AND
      *                                 IS BEING CANCELLED
      *      DPT-NOTE          THE REVIEWER'S REASON - REQUIRED, IT IS
      *                        THE AUDIT RECORD OF THE DECISION (FOR
      *                        CANCEL, WHICH POLICY GOES)
       FD  DUP-DECISION-REQUEST.
       01  DUP-DECISION-REQUEST-REC.
           05  DPT-TRANS-TYPE            PIC X(8).
           05  DPT-POLICY-1              PIC X(10).
           05  DPT-POLICY-2              PIC X(10).
           05  DPT-USER-ID               PIC X(8).
           05  DPT-NOTE                  PIC X(60).
           05  FILLER                    PIC X(24).

       FD  DUP-DECISION-REPORT.
       01  DUP-DECISION-REPORT-REC       PIC X(132).

      *    REJECTED DECISIONS, WRITTEN BACK OUT IN THE EXACT INPUT
      *    LAYOUT SO A CORRECTED FILE CAN BE RESUBMITTED AS-IS.
       FD  DUP-DECISION-REJECT.
       01  DUP-DECISION-REJECT-REC       PIC X(120).

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
       01  WS-LEGIT-CNT                  PIC 9(7) VALUE 0.
       01  WS-CANCEL-CNT                 PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-FIELD-ERR-CNT              PIC 9(2) VALUE 0.

       01  WS-TRANS-VALID-SW             PIC X(3) VALUE 'YES'.
           88  TRANS-VALID               VALUE 'YES'.
           88  TRANS-INVALID             VALUE 'NO'.

       01  WS-NEW-STATUS                 PIC X(1).
       01  WS-OLD-STATUS                 PIC X(1).
       01  WS-POLICY-A                   PIC X(10).
       01  WS-POLICY-B                   PIC X(10).

       01  DUPDRVR1-AREA.
           10  WS-DP-OPERATION-TYPE        PIC X(10).
           10  WS-DP-PROCESS-DATE          PIC X(10).
           10  WS-DP-POLICY-A              PIC X(10).
           10  WS-DP-POLICY-B              PIC X(10).
           10  WS-DP-CUSTOMER-ID           PIC S9(9) COMP.
           10  WS-DP-HOUSEHOLD-ID          PIC S9(9) COMP.
           10  WS-DP-MATCH-LEVEL           PIC X(1).
           10  WS-DP-POLICY-TYPE           PIC X(50).
           10  WS-DP-DECISION              PIC X(1).
           10  WS-DP-USER-ID               PIC X(8).
           10  WS-DP-DECISION-NOTE         PIC X(60).
           10  WS-DP-SQLCODE               PIC S9(9) COMP.
           10  WS-DP-PAIR-RESULT           PIC X(1).
           10  WS-DP-ROW-CNT               PIC S9(9) COMP.
           10  WS-DP-OUT-POLICY-A          PIC X(10).
           10  WS-DP-OUT-POLICY-B          PIC X(10).
           10  WS-DP-OUT-CUSTOMER-ID       PIC S9(9) COMP.
           10  WS-DP-OUT-HOUSEHOLD-ID      PIC S9(9) COMP.
           10  WS-DP-OUT-MATCH-LEVEL       PIC X(1).
           10  WS-DP-OUT-POLICY-TYPE       PIC X(50).
           10  WS-DP-OUT-STATUS            PIC X(1).
           10  WS-DP-OUT-FIRST-FOUND-DATE  PIC X(10).
           10  WS-DP-OUT-DECISION-USER     PIC X(8).
           10  WS-DP-OUT-DECISION-DATE     PIC X(10).
           10  WS-DP-OUT-DECISION-NOTE     PIC X(60).
           10  WS-DP-OUT-A-HOLDER-FNAME    PIC X(35).
           10  WS-DP-OUT-A-HOLDER-LNAME    PIC X(35).
           10  WS-DP-OUT-A-AGENT-CODE      PIC X(10).
           10  WS-DP-OUT-A-PREMIUM         PIC S9(5)V9(2) COMP-3.
           10  WS-DP-OUT-A-START-DATE      PIC X(10).
           10  WS-DP-OUT-A-EXPIRY-DATE     PIC X(10).
           10  WS-DP-OUT-B-HOLDER-FNAME    PIC X(35).
           10  WS-DP-OUT-B-HOLDER-LNAME    PIC X(35).
           10  WS-DP-OUT-B-AGENT-CODE      PIC X(10).
           10  WS-DP-OUT-B-PREMIUM         PIC S9(5)V9(2) COMP-3.
           10  WS-DP-OUT-B-START-DATE      PIC X(10).
           10  WS-DP-OUT-B-EXPIRY-DATE     PIC X(10).

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
               VALUE 'DUPLICATE POLICY PAIR DECISIONS -         '.
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
           05  FILLER                    PIC X(6)  VALUE 'PAIR: '.
           05  RPT-RES-POLICY-A          PIC X(10).
           05  FILLER                    PIC X(1)  VALUE '/'.
           05  RPT-RES-POLICY-B          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'RESULT: '.
           05  RPT-RES-RESULT            PIC X(50).
           05  FILLER                    PIC X(29) VALUE SPACES.

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

           OPEN INPUT  DUP-DECISION-REQUEST
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DUP-DECISION-REQUEST: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT DUP-DECISION-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DUP-DECISION-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT DUP-DECISION-REJECT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DUP-DECISION-REJECT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE DUP-DECISION-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-REQUEST-PARA.

       2000-PROCESS-PARA.
           ADD 1 TO WS-TRANS-CNT
      *    TDUPPAIR KEEPS THE LOWER POLICY NUMBER FIRST.
           IF DPT-POLICY-1 > DPT-POLICY-2
               MOVE DPT-POLICY-2     TO WS-POLICY-A
               MOVE DPT-POLICY-1     TO WS-POLICY-B
           ELSE
               MOVE DPT-POLICY-1     TO WS-POLICY-A
               MOVE DPT-POLICY-2     TO WS-POLICY-B
           END-IF
           MOVE DPT-TRANS-TYPE       TO RPT-RES-TRANS-TYPE
           MOVE WS-POLICY-A          TO RPT-RES-POLICY-A
           MOVE WS-POLICY-B          TO RPT-RES-POLICY-B
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
               PERFORM 2400-CHECK-PAIR
           END-IF
           IF TRANS-VALID
               PERFORM 2500-APPLY-DECISION
           END-IF
           IF TRANS-INVALID
               PERFORM 2900-REJECT-TRANS
           END-IF
           WRITE DUP-DECISION-REPORT-REC FROM RPT-RESULT-LINE
           PERFORM 2050-READ-REQUEST-PARA.

       2050-READ-REQUEST-PARA.
           READ DUP-DECISION-REQUEST
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       2100-VALIDATE-TRANS.
           MOVE 0 TO WS-FIELD-ERR-CNT
           IF DPT-TRANS-TYPE NOT = 'LEGIT' AND 'CANCEL'
               MOVE 'TRANS-TYPE'  TO RPT-FLD-NAME
               MOVE 'NOT LEGIT OR CANCEL' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF DPT-POLICY-1 = SPACES OR DPT-POLICY-2 = SPACES
               MOVE 'POLICY'      TO RPT-FLD-NAME
               MOVE 'BOTH POLICIES OF THE PAIR ARE REQUIRED'
                                  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF DPT-USER-ID = SPACES
               MOVE 'USER-ID'     TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF DPT-NOTE = SPACES
               MOVE 'NOTE'        TO RPT-FLD-NAME
               MOVE 'MISSING - THE REASON FOR THE DECISION'
                                  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF.

       2190-WRITE-FIELD-ERROR.
           ADD 1 TO WS-FIELD-ERR-CNT
           WRITE DUP-DECISION-REPORT-REC FROM RPT-FIELD-ERR-LINE.

       2300-CHECK-AUTHORITY.
           MOVE 'N'               TO WS-AU-AUTHORIZED
           MOVE 'CHECK'           TO WS-AU-OPERATION-TYPE
           MOVE DPT-USER-ID       TO WS-AU-USER-ID
           MOVE 'DUPMNT1'         TO WS-AU-PROGRAM
           MOVE DPT-TRANS-TYPE    TO WS-AU-OPERATION
           CALL 'AUTDRVR1' USING AUTDRVR1-AREA
           IF WS-AU-AUTHORIZED NOT = 'Y'
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - USER NOT AUTHORIZED'
                                       TO RPT-RES-RESULT
           END-IF.

      *    AN OPEN PAIR MAY BE DECIDED EITHER WAY, AND A DECIDED PAIR
      *    MAY BE RE-DECIDED THE OTHER WAY (A CANCEL-ONE THAT TURNS
      *    OUT TO BE LEGITIMATE, OR THE REVERSE). A PAIR CLOSED
      *    BECAUSE IT NO LONGER OVERLAPS NEEDS NO DECISION.
       2400-CHECK-PAIR.
           MOVE 'GETPAIR'         TO WS-DP-OPERATION-TYPE
           MOVE WS-POLICY-A       TO WS-DP-POLICY-A
           MOVE WS-POLICY-B       TO WS-DP-POLICY-B
           CALL 'DUPDRVR1' USING DUPDRVR1-AREA
           IF WS-DP-SQLCODE NOT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - PAIR NOT ON THE WORKLIST'
                                       TO RPT-RES-RESULT
           ELSE
               MOVE WS-DP-OUT-STATUS TO WS-OLD-STATUS
               IF DPT-TRANS-TYPE = 'LEGIT'
                   MOVE 'L' TO WS-NEW-STATUS
               ELSE
                   MOVE 'X' TO WS-NEW-STATUS
               END-IF
               EVALUATE TRUE
                   WHEN WS-OLD-STATUS = WS-NEW-STATUS
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - PAIR ALREADY DECIDED THAT WAY'
                                           TO RPT-RES-RESULT
                   WHEN WS-OLD-STATUS = 'R'
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - PAIR NO LONGER OVERLAPS'
                                           TO RPT-RES-RESULT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2500-APPLY-DECISION.
           MOVE 'DECIDE'          TO WS-DP-OPERATION-TYPE
           MOVE WS-NEW-STATUS     TO WS-DP-DECISION
           MOVE DPT-USER-ID       TO WS-DP-USER-ID
           MOVE DPT-NOTE          TO WS-DP-DECISION-NOTE
           CALL 'DUPDRVR1' USING DUPDRVR1-AREA
           IF WS-DP-SQLCODE NOT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - PAIR CHANGED WHILE RUNNING'
                                       TO RPT-RES-RESULT
           ELSE
               IF WS-NEW-STATUS = 'L'
                   ADD 1 TO WS-LEGIT-CNT
                   MOVE 'CLEARED AS LEGITIMATE - NOT LISTED AGAIN'
                                       TO RPT-RES-RESULT
               ELSE
                   ADD 1 TO WS-CANCEL-CNT
                   MOVE 'CANCEL ONE - OFF THE WORKLIST'
                                       TO RPT-RES-RESULT
               END-IF
           END-IF.

       2900-REJECT-TRANS.
           ADD 1 TO WS-REJECTED-CNT
           WRITE DUP-DECISION-REJECT-REC
               FROM DUP-DECISION-REQUEST-REC.

       9000-FINALIZE-PARA.
           MOVE 'DECISIONS READ'                   TO RPT-TOT-LABEL
           MOVE WS-TRANS-CNT                       TO RPT-TOT-CNT
           WRITE DUP-DECISION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'PAIRS CLEARED AS LEGITIMATE'      TO RPT-TOT-LABEL
           MOVE WS-LEGIT-CNT                       TO RPT-TOT-CNT
           WRITE DUP-DECISION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'PAIRS MARKED CANCEL ONE'          TO RPT-TOT-LABEL
           MOVE WS-CANCEL-CNT                      TO RPT-TOT-CNT
           WRITE DUP-DECISION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'DECISIONS REJECTED'               TO RPT-TOT-LABEL
           MOVE WS-REJECTED-CNT                    TO RPT-TOT-CNT
           WRITE DUP-DECISION-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE DUP-DECISION-REQUEST
           CLOSE DUP-DECISION-REPORT
           CLOSE DUP-DECISION-REJECT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'DUPMNT1'       TO OPS-JOB-NAME
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
           DISPLAY 'DUPMNT1: DECISIONS READ: ' WS-TRANS-CNT
                   '  LEGITIMATE: ' WS-LEGIT-CNT
                   '  CANCEL ONE: ' WS-CANCEL-CNT
                   '  REJECTED: ' WS-REJECTED-CNT.

       END PROGRAM DUPMNT1.
