       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESGRPT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESIGN-MISSING-REPORT ASSIGN TO 'ESGRPTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    EMAIL-PREFERENCE CUSTOMERS MISSING E-SIGN CONSENT - EVERY
      *    ACTIVE POLICY WITH CONTACT PREFERENCE 'E' AND NO VALID
      *    CONSENT IN TESIGN, GROUPED BY AGENT. UNTIL CONSENT IS
      *    CAPTURED THEIR LEGALLY REQUIRED NOTICES ARE MAILED AS WELL
      *    AS EMAILED, SO THE LIST IS BOTH THE AGENCIES' WORK LIST
      *    FOR COLLECTING CONSENT AND THE MEASURE OF PRINT VOLUME
      *    STILL OWED TO EMAIL-ONLY CUSTOMERS.
       FD  ESIGN-MISSING-REPORT.
       01  ESIGN-MISSING-REPORT-REC      PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-MISSING            VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-CUR-AGENT                  PIC X(10) VALUE SPACES.
       01  WS-FIRST-AGENT-SW             PIC X(3) VALUE 'YES'.
           88  FIRST-AGENT               VALUE 'YES'.
       01  WS-AGENT-POLICY-CNT           PIC 9(7) VALUE 0.
       01  WS-POLICY-CNT                 PIC 9(7) VALUE 0.
       01  WS-AGENT-CNT                  PIC 9(7) VALUE 0.
       01  WS-NEVER-CNT                  PIC 9(7) VALUE 0.
       01  WS-WITHDRAWN-CNT              PIC 9(7) VALUE 0.

       01  ESGDRVR1-AREA.
           10  WS-ES-OPERATION-TYPE        PIC X(10).
           10  WS-ES-PROCESS-DATE          PIC X(10).
           10  WS-ES-POLICY-NUMBER         PIC X(10).
           10  WS-ES-CONSENT-DATE          PIC X(10).
           10  WS-ES-SOURCE                PIC X(1).
           10  WS-ES-DISCLOSURE-VER        PIC X(8).
           10  WS-ES-AUTH-USER             PIC X(8).
           10  WS-ES-SQLCODE               PIC S9(9) COMP.
           10  WS-ES-GRANT-RESULT          PIC X(1).
           10  WS-ES-OUT-CONSENT-DATE      PIC X(10).
           10  WS-ES-OUT-SOURCE            PIC X(1).
           10  WS-ES-OUT-DISCLOSURE-VER    PIC X(8).
           10  WS-ES-OUT-CONTACT-PREF      PIC X(1).
           10  WS-ES-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-ES-OUT-HOLDER-FNAME      PIC X(35).
           10  WS-ES-OUT-HOLDER-LNAME      PIC X(35).
           10  WS-ES-OUT-HOLDER-EMAIL      PIC X(30).
           10  WS-ES-OUT-AGENT-CODE        PIC X(10).
           10  WS-ES-OUT-EXPIRY-DATE       PIC X(10).
           10  WS-ES-OUT-MISSING-REASON    PIC X(1).
           10  WS-ES-OUT-WITHDRAW-DATE     PIC X(10).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(46)
               VALUE 'EMAIL-PREFERENCE CUSTOMERS MISSING E-SIGN CONS'.
           05  FILLER                    PIC X(9)  VALUE 'ENT - AS '.
           05  FILLER                    PIC X(3)  VALUE 'OF '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(64) VALUE SPACES.

       01  RPT-AGENT-LINE.
           05  FILLER                    PIC X(7)  VALUE 'AGENT: '.
           05  RPT-AGT-CODE              PIC X(10).
           05  FILLER                    PIC X(115) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-DTL-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DTL-HOLDER-NAME       PIC X(36).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-EMAIL             PIC X(30).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'EXP: '.
           05  RPT-DTL-EXPIRY-DATE       PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-REASON            PIC X(25).

       01  RPT-AGENT-TOTAL-LINE.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(36)
               VALUE 'POLICIES MISSING CONSENT FOR AGENT: '.
           05  RPT-ATL-CNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(86) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-MISSING
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME

           OPEN OUTPUT ESIGN-MISSING-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ESGRPTRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE ESIGN-MISSING-REPORT-REC FROM RPT-HEADER-LINE

           MOVE 'MISSOPEN'      TO WS-ES-OPERATION-TYPE
           MOVE WS-CURRENT-DATE TO WS-ES-PROCESS-DATE
           CALL 'ESGDRVR1' USING ESGDRVR1-AREA
           PERFORM 2050-FETCH-MISSING-PARA.

       2000-PROCESS-PARA.
           IF FIRST-AGENT
                   OR WS-ES-OUT-AGENT-CODE NOT = WS-CUR-AGENT
               IF NOT FIRST-AGENT
                   PERFORM 2500-END-AGENT
               END-IF
               PERFORM 2100-START-AGENT
           END-IF

           ADD 1 TO WS-POLICY-CNT
                    WS-AGENT-POLICY-CNT
           MOVE WS-ES-OUT-POLICY-NUMBER TO RPT-DTL-POLICY-NUMBER
           MOVE SPACES                  TO RPT-DTL-HOLDER-NAME
           STRING WS-ES-OUT-HOLDER-FNAME DELIMITED BY '  '
                  ' '                    DELIMITED BY SIZE
                  WS-ES-OUT-HOLDER-LNAME DELIMITED BY '  '
             INTO RPT-DTL-HOLDER-NAME
           END-STRING
           MOVE WS-ES-OUT-HOLDER-EMAIL  TO RPT-DTL-EMAIL
           MOVE WS-ES-OUT-EXPIRY-DATE   TO RPT-DTL-EXPIRY-DATE
           IF WS-ES-OUT-MISSING-REASON = 'W'
               ADD 1 TO WS-WITHDRAWN-CNT
               MOVE SPACES              TO RPT-DTL-REASON
               STRING 'WITHDRAWN '          DELIMITED BY SIZE
                      WS-ES-OUT-WITHDRAW-DATE DELIMITED BY SIZE
                 INTO RPT-DTL-REASON
               END-STRING
           ELSE
               ADD 1 TO WS-NEVER-CNT
               MOVE 'NEVER GIVEN'       TO RPT-DTL-REASON
           END-IF
           WRITE ESIGN-MISSING-REPORT-REC FROM RPT-DETAIL-LINE

           PERFORM 2050-FETCH-MISSING-PARA.

       2050-FETCH-MISSING-PARA.
           MOVE 'MISSFETCH' TO WS-ES-OPERATION-TYPE
           CALL 'ESGDRVR1' USING ESGDRVR1-AREA
           IF WS-ES-SQLCODE NOT = 0
               MOVE 'YES' TO WS-EOF-SW
           END-IF.

       2100-START-AGENT.
           ADD 1 TO WS-AGENT-CNT
           MOVE 'NO'                 TO WS-FIRST-AGENT-SW
           MOVE 0                    TO WS-AGENT-POLICY-CNT
           MOVE WS-ES-OUT-AGENT-CODE TO WS-CUR-AGENT
                                        RPT-AGT-CODE
           WRITE ESIGN-MISSING-REPORT-REC FROM RPT-AGENT-LINE.

       2500-END-AGENT.
           MOVE WS-AGENT-POLICY-CNT TO RPT-ATL-CNT
           WRITE ESIGN-MISSING-REPORT-REC FROM RPT-AGENT-TOTAL-LINE.

       9000-FINALIZE-PARA.
           MOVE 'MISSCLOSE' TO WS-ES-OPERATION-TYPE
           CALL 'ESGDRVR1' USING ESGDRVR1-AREA
           IF NOT FIRST-AGENT
               PERFORM 2500-END-AGENT
           END-IF

           MOVE 'AGENTS WITH POLICIES LISTED'      TO RPT-TOT-LABEL
           MOVE WS-AGENT-CNT                       TO RPT-TOT-CNT
           WRITE ESIGN-MISSING-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'EMAIL-ONLY POLICIES MISSING CONSENT' TO RPT-TOT-LABEL
           MOVE WS-POLICY-CNT                      TO RPT-TOT-CNT
           WRITE ESIGN-MISSING-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  CONSENT NEVER GIVEN'            TO RPT-TOT-LABEL
           MOVE WS-NEVER-CNT                       TO RPT-TOT-CNT
           WRITE ESIGN-MISSING-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  CONSENT WITHDRAWN'              TO RPT-TOT-LABEL
           MOVE WS-WITHDRAWN-CNT                   TO RPT-TOT-CNT
           WRITE ESIGN-MISSING-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE ESIGN-MISSING-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'ESGRPT1'       TO OPS-JOB-NAME
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
               MOVE WS-POLICY-CNT   TO OPS-RECORD-CNT
               MOVE 0               TO OPS-ERROR-CNT
               SET OPS-STATUS-OK TO TRUE
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF
           DISPLAY 'ESGRPT1: POLICIES MISSING CONSENT: ' WS-POLICY-CNT
                   '  NEVER GIVEN: ' WS-NEVER-CNT
                   '  WITHDRAWN: ' WS-WITHDRAWN-CNT.

       END PROGRAM ESGRPT1.
