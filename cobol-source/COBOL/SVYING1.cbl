       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVYING1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURVEY-RESULT-FILE ASSIGN TO 'SVYIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SURVEY-INGEST-REPORT ASSIGN TO 'SVYINGRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE SURVEY VENDOR'S RETURN FILE - ONE RECORD PER COMPLETED
      *    SURVEY, KEYED BY THE POLICY, EVENT TYPE AND EVENT DATE
      *    SVYEXT1 SENT IT UNDER. THE SCORE IS 00-10; THE RESPONSE
      *    DATE IS MM/DD/YYYY. UNANSWERED SURVEYS ARE NOT RETURNED.
       FD  SURVEY-RESULT-FILE.
       01  SURVEY-RESULT-REC.
           05  SVR-POLICY-NUMBER         PIC X(10).
           05  SVR-EVENT-TYPE            PIC X(1).
           05  SVR-EVENT-DATE            PIC X(10).
           05  SVR-SCORE                 PIC X(2).
           05  SVR-SCORE-9 REDEFINES SVR-SCORE
                                         PIC 9(2).
           05  SVR-RESPONSE-DATE         PIC X(10).
           05  SVR-COMMENT               PIC X(200).
           05  FILLER                    PIC X(17).

       FD  SURVEY-INGEST-REPORT.
       01  SURVEY-INGEST-REPORT-REC      PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-RESULTS            VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-READ-CNT                   PIC 9(7) VALUE 0.
       01  WS-LOADED-CNT                 PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-DUPLICATE-CNT              PIC 9(7) VALUE 0.

       01  SVYDRVR1-AREA.
           10  WS-SV-OPERATION-TYPE        PIC X(10).
           10  WS-SV-PROCESS-DATE          PIC X(10).
           10  WS-SV-WINDOW-DAYS           PIC S9(4) COMP.
           10  WS-SV-LIMIT-DAYS            PIC S9(4) COMP.
           10  WS-SV-QTR-START-DATE        PIC X(10).
           10  WS-SV-QTR-END-DATE          PIC X(10).
           10  WS-SV-POLICY-NUMBER         PIC X(10).
           10  WS-SV-EVENT-TYPE            PIC X(1).
           10  WS-SV-EVENT-DATE            PIC X(10).
           10  WS-SV-CUSTOMER-ID           PIC S9(9) COMP.
           10  WS-SV-AGENT-CODE            PIC X(10).
           10  WS-SV-STATE                 PIC X(2).
           10  WS-SV-SURVEY-STATUS         PIC X(1).
           10  WS-SV-CHANNEL               PIC X(1).
           10  WS-SV-SCORE                 PIC S9(9) COMP.
           10  WS-SV-COMMENT               PIC X(200).
           10  WS-SV-RESPONSE-DATE         PIC X(10).
           10  WS-SV-SQLCODE               PIC S9(9) COMP.
           10  WS-SV-RESPONSE-RESULT       PIC X(1).
           10  WS-SV-ROW-CNT               PIC S9(9) COMP.
           10  WS-SV-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-SV-OUT-EVENT-TYPE        PIC X(1).
           10  WS-SV-OUT-EVENT-DATE        PIC X(10).
           10  WS-SV-OUT-CUSTOMER-ID       PIC S9(9) COMP.
           10  WS-SV-OUT-AGENT-CODE        PIC X(10).
           10  WS-SV-OUT-POLICY-TYPE       PIC X(50).
           10  WS-SV-OUT-HOLDER-FNAME      PIC X(35).
           10  WS-SV-OUT-HOLDER-LNAME      PIC X(35).
           10  WS-SV-OUT-HOLDER-ADDR-1     PIC X(100).
           10  WS-SV-OUT-HOLDER-ADDR-2     PIC X(100).
           10  WS-SV-OUT-HOLDER-CITY       PIC X(30).
           10  WS-SV-OUT-HOLDER-STATE      PIC X(2).
           10  WS-SV-OUT-HOLDER-ZIP-CD     PIC X(10).
           10  WS-SV-OUT-HOLDER-EMAIL      PIC X(30).
           10  WS-SV-OUT-CONTACT-PREF      PIC X(1).
           10  WS-SV-OUT-PREF-LANGUAGE     PIC X(2).
           10  WS-SV-OUT-DNC-FLAG          PIC X(1).
           10  WS-SV-OUT-SENT-CNT          PIC S9(9) COMP.
           10  WS-SV-OUT-RESPONSE-CNT      PIC S9(9) COMP.
           10  WS-SV-OUT-SCORE-TOTAL       PIC S9(9) COMP.
           10  WS-SV-OUT-PROMOTER-CNT      PIC S9(9) COMP.
           10  WS-SV-OUT-DETRACTOR-CNT     PIC S9(9) COMP.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'SATISFACTION SURVEY RESULTS LOAD -      '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  RPT-RESULT-LINE.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-RES-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'EVENT: '.
           05  RPT-RES-EVENT-TYPE        PIC X(1).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  RPT-RES-EVENT-DATE        PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'SCORE: '.
           05  RPT-RES-SCORE             PIC X(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'ACTION: '.
           05  RPT-RES-ACTION            PIC X(50).
           05  FILLER                    PIC X(22) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-RESULTS
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME

           OPEN INPUT  SURVEY-RESULT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SVYIN: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT SURVEY-INGEST-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SVYINGRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE SURVEY-INGEST-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-RESULT-PARA.

       2000-PROCESS-PARA.
           ADD 1 TO WS-READ-CNT
           MOVE SVR-POLICY-NUMBER  TO RPT-RES-POLICY-NUMBER
           MOVE SVR-EVENT-TYPE     TO RPT-RES-EVENT-TYPE
           MOVE SVR-EVENT-DATE     TO RPT-RES-EVENT-DATE
           MOVE SVR-SCORE          TO RPT-RES-SCORE
           IF SVR-POLICY-NUMBER = SPACES
                   OR SVR-EVENT-DATE = SPACES
                   OR SVR-RESPONSE-DATE = SPACES
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED - SURVEY KEY OR RESPONSE DATE MISSING'
                                       TO RPT-RES-ACTION
           ELSE
               IF SVR-EVENT-TYPE NOT = 'R' AND 'L' AND 'C'
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - EVENT TYPE NOT R, L OR C'
                                       TO RPT-RES-ACTION
               ELSE
                   IF SVR-SCORE NOT NUMERIC
                           OR SVR-SCORE-9 > 10
                       ADD 1 TO WS-REJECTED-CNT
                       MOVE 'REJECTED - SCORE NOT 00-10'
                                       TO RPT-RES-ACTION
                   ELSE
                       PERFORM 2100-LOAD-RESPONSE
                   END-IF
               END-IF
           END-IF
           WRITE SURVEY-INGEST-REPORT-REC FROM RPT-RESULT-LINE

           PERFORM 2050-READ-RESULT-PARA.

       2050-READ-RESULT-PARA.
           READ SURVEY-RESULT-FILE
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       2100-LOAD-RESPONSE.
           MOVE 'RESPOND'          TO WS-SV-OPERATION-TYPE
           MOVE WS-CURRENT-DATE    TO WS-SV-PROCESS-DATE
           MOVE SVR-POLICY-NUMBER  TO WS-SV-POLICY-NUMBER
           MOVE SVR-EVENT-TYPE     TO WS-SV-EVENT-TYPE
           MOVE SVR-EVENT-DATE     TO WS-SV-EVENT-DATE
           MOVE SVR-SCORE-9        TO WS-SV-SCORE
           MOVE SVR-COMMENT        TO WS-SV-COMMENT
           MOVE SVR-RESPONSE-DATE  TO WS-SV-RESPONSE-DATE
           CALL 'SVYDRVR1' USING SVYDRVR1-AREA
           EVALUATE WS-SV-RESPONSE-RESULT
               WHEN 'Y'
                   ADD 1 TO WS-LOADED-CNT
                   MOVE 'RESPONSE LOADED'   TO RPT-RES-ACTION
               WHEN 'A'
                   ADD 1 TO WS-DUPLICATE-CNT
                   MOVE 'IGNORED - A RESPONSE IS ALREADY LOADED'
                                            TO RPT-RES-ACTION
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - NO SURVEY WAS SENT FOR THIS EVENT'
                                            TO RPT-RES-ACTION
           END-EVALUATE.

       9000-FINALIZE-PARA.
           MOVE SPACES TO SURVEY-INGEST-REPORT-REC
           WRITE SURVEY-INGEST-REPORT-REC
           MOVE 'RESPONSES READ'                   TO RPT-TOT-LABEL
           MOVE WS-READ-CNT                        TO RPT-TOT-CNT
           WRITE SURVEY-INGEST-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'RESPONSES LOADED'                 TO RPT-TOT-LABEL
           MOVE WS-LOADED-CNT                      TO RPT-TOT-CNT
           WRITE SURVEY-INGEST-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'DUPLICATES IGNORED'               TO RPT-TOT-LABEL
           MOVE WS-DUPLICATE-CNT                   TO RPT-TOT-CNT
           WRITE SURVEY-INGEST-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'REJECTED'                         TO RPT-TOT-LABEL
           MOVE WS-REJECTED-CNT                    TO RPT-TOT-CNT
           WRITE SURVEY-INGEST-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE SURVEY-RESULT-FILE
           CLOSE SURVEY-INGEST-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'SVYING1'       TO OPS-JOB-NAME
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
               MOVE WS-READ-CNT     TO OPS-RECORD-CNT
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
           DISPLAY 'SVYING1: READ: ' WS-READ-CNT
                   '  LOADED: ' WS-LOADED-CNT
                   '  REJECTED: ' WS-REJECTED-CNT.

       END PROGRAM SVYING1.
