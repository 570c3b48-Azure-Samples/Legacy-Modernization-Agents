       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTSMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NTS-TEST-REQUEST ASSIGN TO 'NTSMNTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NTS-TEST-REPORT ASSIGN TO 'NTSMNTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NTS-TEST-REJECT ASSIGN TO 'NTSMNTRJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    CHAMPION/CHALLENGER NOTICE WORDING TESTS TO START OR END.
      *      NTT-TRANS-TYPE    START = THE TEST BEGINS WITH THE NEXT
      *                                MAINPGM RUN
      *                        END   = NO MORE POLICIES ARE ASSIGNED;
      *                                THOSE ALREADY IN THE TEST STAY
      *                                IN ITS RESULTS
      *      NTT-NOTIFY-TIER   060, 030, 007, S60 OR LAP
      *      NTT-RECIPIENT     THE CHAMPION WORDING UNDER TEST -
      *                        CUSTOMER OR CUSTAUTO
      *      NTT-CHALLENGER-KEY THE TNOTFMSG RECIPIENT KEY THE
      *                        CHALLENGER WORDING IS LOADED UNDER
      *      NTT-SPLIT-PCT     PERCENT OF POLICIES GIVEN THE
      *                        CHALLENGER (01-99)
      *      NTT-DESCRIPTION   WHAT IS BEING TESTED - REQUIRED ON START
      *    ONLY THE TEST ID AND USER ARE NEEDED ON END.
       FD  NTS-TEST-REQUEST.
       01  NTS-TEST-REQUEST-REC.
           05  NTT-TRANS-TYPE            PIC X(8).
           05  NTT-TEST-ID               PIC X(8).
           05  NTT-NOTIFY-TIER           PIC X(3).
           05  NTT-RECIPIENT             PIC X(10).
           05  NTT-CHALLENGER-KEY        PIC X(10).
           05  NTT-SPLIT-PCT             PIC 9(2).
           05  NTT-USER-ID               PIC X(8).
           05  NTT-DESCRIPTION           PIC X(60).
           05  FILLER                    PIC X(11).

       FD  NTS-TEST-REPORT.
       01  NTS-TEST-REPORT-REC           PIC X(132).

      *    REJECTED REQUESTS, WRITTEN BACK OUT IN THE EXACT INPUT
      *    LAYOUT SO A CORRECTED FILE CAN BE RESUBMITTED AS-IS.
       FD  NTS-TEST-REJECT.
       01  NTS-TEST-REJECT-REC           PIC X(120).

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
       01  WS-STARTED-CNT                PIC 9(7) VALUE 0.
       01  WS-ENDED-CNT                  PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-FIELD-ERR-CNT              PIC 9(2) VALUE 0.

       01  WS-TRANS-VALID-SW             PIC X(3) VALUE 'YES'.
           88  TRANS-VALID               VALUE 'YES'.
           88  TRANS-INVALID             VALUE 'NO'.

       01  NTSDRVR1-AREA.
           10  WS-NS-OPERATION-TYPE        PIC X(10).
           10  WS-NS-PROCESS-DATE          PIC X(10).
           10  WS-NS-TEST-ID               PIC X(8).
           10  WS-NS-NOTIFY-TIER           PIC X(3).
           10  WS-NS-RECIPIENT             PIC X(10).
           10  WS-NS-CHALLENGER-KEY        PIC X(10).
           10  WS-NS-SPLIT-PCT             PIC S9(4) COMP.
           10  WS-NS-DESCRIPTION           PIC X(60).
           10  WS-NS-USER-ID               PIC X(8).
           10  WS-NS-POLICY-NUMBER         PIC X(10).
           10  WS-NS-CHANNEL               PIC X(10).
           10  WS-NS-TEST-GROUP            PIC X(1).
           10  WS-NS-SQLCODE               PIC S9(9) COMP.
           10  WS-NS-TEST-RESULT           PIC X(1).
           10  WS-NS-OUT-TEST-ID           PIC X(8).
           10  WS-NS-OUT-NOTIFY-TIER       PIC X(3).
           10  WS-NS-OUT-RECIPIENT         PIC X(10).
           10  WS-NS-OUT-CHALLENGER-KEY    PIC X(10).
           10  WS-NS-OUT-SPLIT-PCT         PIC S9(4) COMP.
           10  WS-NS-OUT-DESCRIPTION       PIC X(60).
           10  WS-NS-OUT-STATUS            PIC X(1).
           10  WS-NS-OUT-START-DATE        PIC X(10).
           10  WS-NS-OUT-END-DATE          PIC X(10).
           10  WS-NS-OUT-STATE             PIC X(2).
           10  WS-NS-OUT-POLICY-TYPE       PIC X(50).
           10  WS-NS-OUT-GROUP             PIC X(1).
           10  WS-NS-OUT-NOTIFIED-CNT      PIC S9(9) COMP.
           10  WS-NS-OUT-RENEWED-CNT       PIC S9(9) COMP.
           10  WS-NS-OUT-CANCELLED-CNT     PIC S9(9) COMP.

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
               VALUE 'NOTICE WORDING TEST MAINTENANCE -         '.
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
           05  FILLER                    PIC X(6)  VALUE 'TEST: '.
           05  RPT-RES-TEST-ID           PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'TIER: '.
           05  RPT-RES-TIER              PIC X(3).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'RESULT: '.
           05  RPT-RES-RESULT            PIC X(50).
           05  FILLER                    PIC X(31) VALUE SPACES.

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

           OPEN INPUT  NTS-TEST-REQUEST
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NTS-TEST-REQUEST: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT NTS-TEST-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NTS-TEST-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT NTS-TEST-REJECT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NTS-TEST-REJECT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE NTS-TEST-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-REQUEST-PARA.

       2000-PROCESS-PARA.
           ADD 1 TO WS-TRANS-CNT
           MOVE NTT-TRANS-TYPE       TO RPT-RES-TRANS-TYPE
           MOVE NTT-TEST-ID          TO RPT-RES-TEST-ID
           MOVE NTT-NOTIFY-TIER      TO RPT-RES-TIER
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
               IF NTT-TRANS-TYPE = 'START'
                   PERFORM 2400-START-TEST
               ELSE
                   PERFORM 2500-END-TEST
               END-IF
           END-IF
           IF TRANS-INVALID
               PERFORM 2900-REJECT-TRANS
           END-IF
           WRITE NTS-TEST-REPORT-REC FROM RPT-RESULT-LINE
           PERFORM 2050-READ-REQUEST-PARA.

       2050-READ-REQUEST-PARA.
           READ NTS-TEST-REQUEST
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       2100-VALIDATE-TRANS.
           MOVE 0 TO WS-FIELD-ERR-CNT
           IF NTT-TRANS-TYPE NOT = 'START' AND 'END'
               MOVE 'TRANS-TYPE'  TO RPT-FLD-NAME
               MOVE 'NOT START OR END' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF NTT-TEST-ID = SPACES
               MOVE 'TEST-ID'     TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF NTT-USER-ID = SPACES
               MOVE 'USER-ID'     TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF NTT-TRANS-TYPE = 'START'
               PERFORM 2110-VALIDATE-START
           END-IF.

       2110-VALIDATE-START.
           IF NTT-NOTIFY-TIER NOT = '060' AND '030' AND '007'
                                AND 'S60' AND 'LAP'
               MOVE 'NOTIFY-TIER' TO RPT-FLD-NAME
               MOVE 'NOT 060, 030, 007, S60 OR LAP'
                                  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF NTT-RECIPIENT NOT = 'CUSTOMER' AND 'CUSTAUTO'
               MOVE 'RECIPIENT'   TO RPT-FLD-NAME
               MOVE 'NOT CUSTOMER OR CUSTAUTO' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF NTT-CHALLENGER-KEY = SPACES
                   OR NTT-CHALLENGER-KEY = NTT-RECIPIENT
               MOVE 'CHALLENGER'  TO RPT-FLD-NAME
               MOVE 'MISSING OR SAME AS THE CHAMPION'
                                  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF NTT-SPLIT-PCT NOT NUMERIC
               MOVE 'SPLIT-PCT'   TO RPT-FLD-NAME
               MOVE 'NOT NUMERIC' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           ELSE
               IF NTT-SPLIT-PCT = 0
                   MOVE 'SPLIT-PCT'   TO RPT-FLD-NAME
                   MOVE 'MUST BE 01-99' TO RPT-FLD-REASON
                   PERFORM 2190-WRITE-FIELD-ERROR
               END-IF
           END-IF
           IF NTT-DESCRIPTION = SPACES
               MOVE 'DESCRIPTION' TO RPT-FLD-NAME
               MOVE 'MISSING - WHAT THE TEST IS MEASURING'
                                  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF.

       2190-WRITE-FIELD-ERROR.
           ADD 1 TO WS-FIELD-ERR-CNT
           WRITE NTS-TEST-REPORT-REC FROM RPT-FIELD-ERR-LINE.

       2300-CHECK-AUTHORITY.
           MOVE 'N'               TO WS-AU-AUTHORIZED
           MOVE 'CHECK'           TO WS-AU-OPERATION-TYPE
           MOVE NTT-USER-ID       TO WS-AU-USER-ID
           MOVE 'NTSMNT1'         TO WS-AU-PROGRAM
           MOVE NTT-TRANS-TYPE    TO WS-AU-OPERATION
           CALL 'AUTDRVR1' USING AUTDRVR1-AREA
           IF WS-AU-AUTHORIZED NOT = 'Y'
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - USER NOT AUTHORIZED'
                                       TO RPT-RES-RESULT
           END-IF.

       2400-START-TEST.
           MOVE 'ADDTEST'          TO WS-NS-OPERATION-TYPE
           MOVE WS-CURRENT-DATE    TO WS-NS-PROCESS-DATE
           MOVE NTT-TEST-ID        TO WS-NS-TEST-ID
           MOVE NTT-NOTIFY-TIER    TO WS-NS-NOTIFY-TIER
           MOVE NTT-RECIPIENT      TO WS-NS-RECIPIENT
           MOVE NTT-CHALLENGER-KEY TO WS-NS-CHALLENGER-KEY
           MOVE NTT-SPLIT-PCT      TO WS-NS-SPLIT-PCT
           MOVE NTT-DESCRIPTION    TO WS-NS-DESCRIPTION
           MOVE NTT-USER-ID        TO WS-NS-USER-ID
           CALL 'NTSDRVR1' USING NTSDRVR1-AREA
           EVALUATE WS-NS-TEST-RESULT
               WHEN 'N'
                   ADD 1 TO WS-STARTED-CNT
                   MOVE 'STARTED - FROM THE NEXT NOTICE RUN'
                                       TO RPT-RES-RESULT
               WHEN 'D'
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - TEST ID ALREADY USED'
                                       TO RPT-RES-RESULT
               WHEN 'W'
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - NO CHALLENGER WORDING IN CATALOG'
                                       TO RPT-RES-RESULT
               WHEN 'A'
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - A TEST IS RUNNING ON THAT NOTICE'
                                       TO RPT-RES-RESULT
               WHEN OTHER
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - TEST NOT ADDED'
                                       TO RPT-RES-RESULT
           END-EVALUATE.

       2500-END-TEST.
           MOVE 'ENDTEST'          TO WS-NS-OPERATION-TYPE
           MOVE WS-CURRENT-DATE    TO WS-NS-PROCESS-DATE
           MOVE NTT-TEST-ID        TO WS-NS-TEST-ID
           MOVE NTT-USER-ID        TO WS-NS-USER-ID
           CALL 'NTSDRVR1' USING NTSDRVR1-AREA
           IF WS-NS-SQLCODE NOT = 0
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - NO SUCH TEST RUNNING'
                                       TO RPT-RES-RESULT
           ELSE
               ADD 1 TO WS-ENDED-CNT
               MOVE 'ENDED - NO FURTHER POLICIES ASSIGNED'
                                       TO RPT-RES-RESULT
           END-IF.

       2900-REJECT-TRANS.
           ADD 1 TO WS-REJECTED-CNT
           WRITE NTS-TEST-REJECT-REC
               FROM NTS-TEST-REQUEST-REC.

       9000-FINALIZE-PARA.
           MOVE 'REQUESTS READ'                    TO RPT-TOT-LABEL
           MOVE WS-TRANS-CNT                       TO RPT-TOT-CNT
           WRITE NTS-TEST-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'TESTS STARTED'                    TO RPT-TOT-LABEL
           MOVE WS-STARTED-CNT                     TO RPT-TOT-CNT
           WRITE NTS-TEST-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'TESTS ENDED'                      TO RPT-TOT-LABEL
           MOVE WS-ENDED-CNT                       TO RPT-TOT-CNT
           WRITE NTS-TEST-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'REQUESTS REJECTED'                TO RPT-TOT-LABEL
           MOVE WS-REJECTED-CNT                    TO RPT-TOT-CNT
           WRITE NTS-TEST-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE NTS-TEST-REQUEST
           CLOSE NTS-TEST-REPORT
           CLOSE NTS-TEST-REJECT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'NTSMNT1'       TO OPS-JOB-NAME
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
           DISPLAY 'NTSMNT1: REQUESTS READ: ' WS-TRANS-CNT
                   '  STARTED: ' WS-STARTED-CNT
                   '  ENDED: ' WS-ENDED-CNT
                   '  REJECTED: ' WS-REJECTED-CNT.

       END PROGRAM NTSMNT1.
