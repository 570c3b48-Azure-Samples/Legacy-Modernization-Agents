       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTSRPT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NTS-RESULT-REPORT ASSIGN TO 'NTSRSLRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    CHAMPION/CHALLENGER NOTICE WORDING RESULTS. FOR EACH TEST
      *    ON TNOTFTST (OR ONLY THE ONE NAMED ON SYSIN) THE POLICIES
      *    MAINPGM PLACED IN IT ARE COUNTED BY STATE AND POLICY TYPE,
      *    CHAMPION AND CHALLENGER SIDE BY SIDE: HOW MANY WERE
      *    NOTIFIED, HOW MANY RENEWED (TRENEWAL) AND CANCELLED
      *    (TCANCEL) AFTER THE NOTICE, THE RENEWAL RATE OF EACH GROUP,
      *    THE LIFT (CHALLENGER RATE LESS CHAMPION RATE, IN POINTS) AND
      *    HOW CONFIDENT WE CAN BE THE DIFFERENCE IS REAL.
       FD  NTS-RESULT-REPORT.
       01  NTS-RESULT-REPORT-REC         PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-TEST-EOF-SW                PIC X(3) VALUE 'NO'.
           88  END-OF-TESTS              VALUE 'YES'.
       01  WS-RESULT-EOF-SW              PIC X(3) VALUE 'NO'.
           88  END-OF-RESULTS            VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    TEST ID TO REPORT ON; BLANK REPORTS EVERY TEST.
       01  WS-PARM-CARD.
           05  WS-PARM-TEST-ID           PIC X(8).
           05  FILLER                    PIC X(72).

      *    FEWER POLICIES THAN THIS IN EITHER GROUP AND THE RATES ARE
      *    SHOWN WITHOUT A CONFIDENCE READING.
       01  WS-MIN-SAMPLE                 PIC S9(9) COMP VALUE 30.

      *    THE STATE/POLICY TYPE BEING COUNTED, AND THE TEST TOTAL.
       01  WS-BRK-STATE                  PIC X(2).
       01  WS-BRK-POLICY-TYPE            PIC X(50).
       01  WS-BRK-COUNTS.
           05  WS-BRK-C-NOTIFIED         PIC S9(9) COMP.
           05  WS-BRK-C-RENEWED          PIC S9(9) COMP.
           05  WS-BRK-C-CANCELLED        PIC S9(9) COMP.
           05  WS-BRK-X-NOTIFIED         PIC S9(9) COMP.
           05  WS-BRK-X-RENEWED          PIC S9(9) COMP.
           05  WS-BRK-X-CANCELLED        PIC S9(9) COMP.
       01  WS-TST-COUNTS.
           05  WS-TST-C-NOTIFIED         PIC S9(9) COMP.
           05  WS-TST-C-RENEWED          PIC S9(9) COMP.
           05  WS-TST-C-CANCELLED        PIC S9(9) COMP.
           05  WS-TST-X-NOTIFIED         PIC S9(9) COMP.
           05  WS-TST-X-RENEWED          PIC S9(9) COMP.
           05  WS-TST-X-CANCELLED        PIC S9(9) COMP.

      *    ONE LINE'S ARITHMETIC. THE CONFIDENCE READING IS A TWO-
      *    PROPORTION Z TEST ON THE RENEWAL RATES, USING THE POOLED
      *    RATE OF BOTH GROUPS: 1.645, 1.96 AND 2.576 ARE THE 90, 95
      *    AND 99 PERCENT POINTS (TWO-SIDED).
       01  WS-CALC-COUNTS.
           05  WS-CALC-C-NOTIFIED        PIC S9(9) COMP.
           05  WS-CALC-C-RENEWED         PIC S9(9) COMP.
           05  WS-CALC-C-CANCELLED       PIC S9(9) COMP.
           05  WS-CALC-X-NOTIFIED        PIC S9(9) COMP.
           05  WS-CALC-X-RENEWED         PIC S9(9) COMP.
           05  WS-CALC-X-CANCELLED       PIC S9(9) COMP.
       01  WS-C-RATE                     PIC S9(3)V9(10) COMP-3.
       01  WS-X-RATE                     PIC S9(3)V9(10) COMP-3.
       01  WS-POOLED-RATE                PIC S9(3)V9(10) COMP-3.
       01  WS-VARIANCE                   PIC S9(3)V9(12) COMP-3.
       01  WS-STD-ERROR                  PIC S9(3)V9(10) COMP-3.
       01  WS-Z-SCORE                    PIC S9(5)V9(4)  COMP-3.
       01  WS-LIFT                       PIC S9(3)V9(1)  COMP-3.
       01  WS-CONFIDENCE                 PIC X(7).

       01  WS-TEST-CNT                   PIC 9(7) VALUE 0.
       01  WS-LINE-CNT                   PIC 9(7) VALUE 0.

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

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(42)
               VALUE 'NOTICE WORDING CHAMPION/CHALLENGER RESULTS'.
           05  FILLER                    PIC X(3)  VALUE ' - '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(77) VALUE SPACES.

       01  RPT-TEST-LINE-1.
           05  FILLER                    PIC X(6)  VALUE 'TEST: '.
           05  RPT-TST-ID                PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-TST-DESCRIPTION       PIC X(60).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'STATUS: '.
           05  RPT-TST-STATUS            PIC X(7).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-TST-START             PIC X(10).
           05  FILLER                    PIC X(4)  VALUE ' TO '.
           05  RPT-TST-END               PIC X(10).
           05  FILLER                    PIC X(13) VALUE SPACES.

       01  RPT-TEST-LINE-2.
           05  FILLER                    PIC X(6)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'TIER: '.
           05  RPT-TST-TIER              PIC X(3).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'CHAMPION: '.
           05  RPT-TST-RECIPIENT         PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'CHALLENGER: '.
           05  RPT-TST-CHALLENGER        PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'SPLIT: '.
           05  RPT-TST-SPLIT             PIC Z9.
           05  FILLER                    PIC X(16)
               VALUE '% TO CHALLENGER'.
           05  FILLER                    PIC X(44) VALUE SPACES.

       01  RPT-COL-HEAD-1.
           05  FILLER                    PIC X(36) VALUE SPACES.
           05  FILLER                    PIC X(32)
               VALUE '----------- CHAMPION -----------'.
           05  FILLER                    PIC X(32)
               VALUE '---------- CHALLENGER ----------'.
           05  FILLER                    PIC X(32) VALUE SPACES.

       01  RPT-COL-HEAD-2.
           05  FILLER                    PIC X(2)  VALUE 'ST'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(30) VALUE 'POLICY TYPE'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(32)
               VALUE ' NOTIFD RENEWED  CANCLD  RATE   '.
           05  FILLER                    PIC X(32)
               VALUE ' NOTIFD RENEWED  CANCLD  RATE   '.
           05  FILLER                    PIC X(32)
               VALUE '  LIFT  CONFID.                 '.

       01  RPT-DETAIL-LINE.
           05  RPT-DTL-STATE             PIC X(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DTL-POLICY-TYPE       PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DTL-C-NOTIFIED        PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-C-RENEWED         PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-C-CANCELLED       PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-C-RATE            PIC ZZ9.9.
           05  FILLER                    PIC X(3)  VALUE '%  '.
           05  RPT-DTL-X-NOTIFIED        PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-X-RENEWED         PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-X-CANCELLED       PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-X-RATE            PIC ZZ9.9.
           05  FILLER                    PIC X(3)  VALUE '%  '.
           05  RPT-DTL-LIFT              PIC +ZZ9.9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DTL-CONFIDENCE        PIC X(7).
           05  FILLER                    PIC X(17) VALUE SPACES.

       01  RPT-MESSAGE-LINE.
           05  FILLER                    PIC X(6)  VALUE SPACES.
           05  RPT-MSG-TEXT              PIC X(60).
           05  FILLER                    PIC X(66) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-TEST UNTIL END-OF-TESTS
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME

           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN

           OPEN OUTPUT NTS-RESULT-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NTSRSLRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE NTS-RESULT-REPORT-REC FROM RPT-HEADER-LINE

           MOVE 'TESTOPEN'      TO WS-NS-OPERATION-TYPE
           MOVE WS-CURRENT-DATE TO WS-NS-PROCESS-DATE
           MOVE WS-PARM-TEST-ID TO WS-NS-TEST-ID
           CALL 'NTSDRVR1' USING NTSDRVR1-AREA
           PERFORM 2050-FETCH-TEST-PARA.

       2000-PROCESS-TEST.
           ADD 1 TO WS-TEST-CNT
           PERFORM 2100-PRINT-TEST-HEADING
           MOVE 0          TO WS-TST-C-NOTIFIED WS-TST-C-RENEWED
                              WS-TST-C-CANCELLED WS-TST-X-NOTIFIED
                              WS-TST-X-RENEWED WS-TST-X-CANCELLED
           MOVE SPACES     TO WS-BRK-STATE WS-BRK-POLICY-TYPE
           MOVE 'NO'       TO WS-RESULT-EOF-SW

           MOVE 'RSLTOPEN'         TO WS-NS-OPERATION-TYPE
           MOVE WS-NS-OUT-TEST-ID  TO WS-NS-TEST-ID
           CALL 'NTSDRVR1' USING NTSDRVR1-AREA
           PERFORM 2250-FETCH-RESULT-PARA
           IF END-OF-RESULTS
               MOVE 'NO POLICIES NOTIFIED UNDER THIS TEST YET'
                                   TO RPT-MSG-TEXT
               WRITE NTS-RESULT-REPORT-REC FROM RPT-MESSAGE-LINE
           ELSE
               PERFORM 2200-PROCESS-RESULT UNTIL END-OF-RESULTS
               PERFORM 2300-PRINT-BREAK
               PERFORM 2400-PRINT-TEST-TOTAL
           END-IF
           PERFORM 2050-FETCH-TEST-PARA.

       2050-FETCH-TEST-PARA.
           MOVE 'TESTFETCH' TO WS-NS-OPERATION-TYPE
           CALL 'NTSDRVR1' USING NTSDRVR1-AREA
           IF WS-NS-SQLCODE NOT = 0
               MOVE 'YES' TO WS-TEST-EOF-SW
               MOVE 'TESTCLOSE' TO WS-NS-OPERATION-TYPE
               CALL 'NTSDRVR1' USING NTSDRVR1-AREA
           END-IF.

       2100-PRINT-TEST-HEADING.
           MOVE WS-NS-OUT-TEST-ID        TO RPT-TST-ID
           MOVE WS-NS-OUT-DESCRIPTION    TO RPT-TST-DESCRIPTION
           IF WS-NS-OUT-STATUS = 'A'
               MOVE 'RUNNING'            TO RPT-TST-STATUS
           ELSE
               MOVE 'ENDED'              TO RPT-TST-STATUS
           END-IF
           MOVE WS-NS-OUT-START-DATE     TO RPT-TST-START
           MOVE WS-NS-OUT-END-DATE       TO RPT-TST-END
           MOVE WS-NS-OUT-NOTIFY-TIER    TO RPT-TST-TIER
           MOVE WS-NS-OUT-RECIPIENT      TO RPT-TST-RECIPIENT
           MOVE WS-NS-OUT-CHALLENGER-KEY TO RPT-TST-CHALLENGER
           MOVE WS-NS-OUT-SPLIT-PCT      TO RPT-TST-SPLIT
           MOVE SPACES TO NTS-RESULT-REPORT-REC
           WRITE NTS-RESULT-REPORT-REC
           WRITE NTS-RESULT-REPORT-REC FROM RPT-TEST-LINE-1
           WRITE NTS-RESULT-REPORT-REC FROM RPT-TEST-LINE-2
           WRITE NTS-RESULT-REPORT-REC FROM RPT-COL-HEAD-1
           WRITE NTS-RESULT-REPORT-REC FROM RPT-COL-HEAD-2.

      *    ROWS COME BACK BY STATE, POLICY TYPE AND GROUP ('C' BEFORE
      *    'X'); THE TWO GROUPS OF ONE STATE AND POLICY TYPE ARE
      *    PRINTED ON ONE LINE WHEN THE NEXT PAIRING STARTS.
       2200-PROCESS-RESULT.
           IF WS-NS-OUT-STATE NOT = WS-BRK-STATE
                   OR WS-NS-OUT-POLICY-TYPE NOT = WS-BRK-POLICY-TYPE
               IF WS-BRK-STATE NOT = SPACES
                       OR WS-BRK-POLICY-TYPE NOT = SPACES
                   PERFORM 2300-PRINT-BREAK
               END-IF
               MOVE WS-NS-OUT-STATE       TO WS-BRK-STATE
               MOVE WS-NS-OUT-POLICY-TYPE TO WS-BRK-POLICY-TYPE
               MOVE 0 TO WS-BRK-C-NOTIFIED WS-BRK-C-RENEWED
                         WS-BRK-C-CANCELLED WS-BRK-X-NOTIFIED
                         WS-BRK-X-RENEWED WS-BRK-X-CANCELLED
           END-IF
           IF WS-NS-OUT-GROUP = 'X'
               ADD WS-NS-OUT-NOTIFIED-CNT  TO WS-BRK-X-NOTIFIED
                                              WS-TST-X-NOTIFIED
               ADD WS-NS-OUT-RENEWED-CNT   TO WS-BRK-X-RENEWED
                                              WS-TST-X-RENEWED
               ADD WS-NS-OUT-CANCELLED-CNT TO WS-BRK-X-CANCELLED
                                              WS-TST-X-CANCELLED
           ELSE
               ADD WS-NS-OUT-NOTIFIED-CNT  TO WS-BRK-C-NOTIFIED
                                              WS-TST-C-NOTIFIED
               ADD WS-NS-OUT-RENEWED-CNT   TO WS-BRK-C-RENEWED
                                              WS-TST-C-RENEWED
               ADD WS-NS-OUT-CANCELLED-CNT TO WS-BRK-C-CANCELLED
                                              WS-TST-C-CANCELLED
           END-IF
           PERFORM 2250-FETCH-RESULT-PARA.

       2250-FETCH-RESULT-PARA.
           MOVE 'RSLTFETCH' TO WS-NS-OPERATION-TYPE
           CALL 'NTSDRVR1' USING NTSDRVR1-AREA
           IF WS-NS-SQLCODE NOT = 0
               MOVE 'YES' TO WS-RESULT-EOF-SW
               MOVE 'RSLTCLOSE' TO WS-NS-OPERATION-TYPE
               CALL 'NTSDRVR1' USING NTSDRVR1-AREA
           END-IF.

       2300-PRINT-BREAK.
           MOVE WS-BRK-COUNTS       TO WS-CALC-COUNTS
           MOVE WS-BRK-STATE        TO RPT-DTL-STATE
           MOVE WS-BRK-POLICY-TYPE  TO RPT-DTL-POLICY-TYPE
           PERFORM 3000-COMPUTE-LINE
           ADD 1 TO WS-LINE-CNT
           WRITE NTS-RESULT-REPORT-REC FROM RPT-DETAIL-LINE.

       2400-PRINT-TEST-TOTAL.
           MOVE WS-TST-COUNTS       TO WS-CALC-COUNTS
           MOVE SPACES              TO RPT-DTL-STATE
           MOVE 'TEST TOTAL'        TO RPT-DTL-POLICY-TYPE
           PERFORM 3000-COMPUTE-LINE
           WRITE NTS-RESULT-REPORT-REC FROM RPT-DETAIL-LINE.

      *    RATES ARE RENEWALS OVER NOTIFIED POLICIES. A GROUP WITH NO
      *    POLICIES SHOWS A ZERO RATE AND NO CONFIDENCE READING.
       3000-COMPUTE-LINE.
           MOVE WS-CALC-C-NOTIFIED  TO RPT-DTL-C-NOTIFIED
           MOVE WS-CALC-C-RENEWED   TO RPT-DTL-C-RENEWED
           MOVE WS-CALC-C-CANCELLED TO RPT-DTL-C-CANCELLED
           MOVE WS-CALC-X-NOTIFIED  TO RPT-DTL-X-NOTIFIED
           MOVE WS-CALC-X-RENEWED   TO RPT-DTL-X-RENEWED
           MOVE WS-CALC-X-CANCELLED TO RPT-DTL-X-CANCELLED
           MOVE 0 TO WS-C-RATE WS-X-RATE
           IF WS-CALC-C-NOTIFIED > 0
               COMPUTE WS-C-RATE =
                   WS-CALC-C-RENEWED / WS-CALC-C-NOTIFIED
           END-IF
           IF WS-CALC-X-NOTIFIED > 0
               COMPUTE WS-X-RATE =
                   WS-CALC-X-RENEWED / WS-CALC-X-NOTIFIED
           END-IF
           COMPUTE RPT-DTL-C-RATE ROUNDED = WS-C-RATE * 100
           COMPUTE RPT-DTL-X-RATE ROUNDED = WS-X-RATE * 100
           COMPUTE WS-LIFT ROUNDED = (WS-X-RATE - WS-C-RATE) * 100
           MOVE WS-LIFT TO RPT-DTL-LIFT
           PERFORM 3100-COMPUTE-CONFIDENCE
           MOVE WS-CONFIDENCE TO RPT-DTL-CONFIDENCE.

       3100-COMPUTE-CONFIDENCE.
           IF WS-CALC-C-NOTIFIED < WS-MIN-SAMPLE
                   OR WS-CALC-X-NOTIFIED < WS-MIN-SAMPLE
               MOVE 'TOO FEW' TO WS-CONFIDENCE
           ELSE
               COMPUTE WS-POOLED-RATE =
                   (WS-CALC-C-RENEWED + WS-CALC-X-RENEWED) /
                   (WS-CALC-C-NOTIFIED + WS-CALC-X-NOTIFIED)
               COMPUTE WS-VARIANCE =
                   WS-POOLED-RATE * (1 - WS-POOLED-RATE) *
                   (1 / WS-CALC-C-NOTIFIED + 1 / WS-CALC-X-NOTIFIED)
               IF WS-VARIANCE = 0
                   MOVE 'NO DIFF' TO WS-CONFIDENCE
               ELSE
                   COMPUTE WS-STD-ERROR = WS-VARIANCE ** 0.5
                   COMPUTE WS-Z-SCORE =
                       (WS-X-RATE - WS-C-RATE) / WS-STD-ERROR
                   IF WS-Z-SCORE < 0
                       COMPUTE WS-Z-SCORE = WS-Z-SCORE * -1
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-Z-SCORE NOT < 2.576
                           MOVE '99%'     TO WS-CONFIDENCE
                       WHEN WS-Z-SCORE NOT < 1.96
                           MOVE '95%'     TO WS-CONFIDENCE
                       WHEN WS-Z-SCORE NOT < 1.645
                           MOVE '90%'     TO WS-CONFIDENCE
                       WHEN OTHER
                           MOVE 'NOT SIG' TO WS-CONFIDENCE
                   END-EVALUATE
               END-IF
           END-IF.

       9000-FINALIZE-PARA.
           IF WS-TEST-CNT = 0
               IF WS-PARM-TEST-ID NOT = SPACES
                   MOVE 'NO SUCH TEST ON FILE' TO RPT-MSG-TEXT
                   DISPLAY 'NTSRPT1: TEST ' WS-PARM-TEST-ID
                           ' NOT ON FILE'
               ELSE
                   MOVE 'NO NOTICE WORDING TESTS ON FILE'
                                               TO RPT-MSG-TEXT
               END-IF
               WRITE NTS-RESULT-REPORT-REC FROM RPT-MESSAGE-LINE
           END-IF
           MOVE SPACES TO NTS-RESULT-REPORT-REC
           WRITE NTS-RESULT-REPORT-REC
           MOVE 'TESTS REPORTED'                   TO RPT-TOT-LABEL
           MOVE WS-TEST-CNT                        TO RPT-TOT-CNT
           WRITE NTS-RESULT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'STATE/POLICY TYPE LINES'          TO RPT-TOT-LABEL
           MOVE WS-LINE-CNT                        TO RPT-TOT-CNT
           WRITE NTS-RESULT-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE NTS-RESULT-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'NTSRPT1'       TO OPS-JOB-NAME
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
               MOVE WS-TEST-CNT     TO OPS-RECORD-CNT
               MOVE 0               TO OPS-ERROR-CNT
               IF WS-TEST-CNT = 0 AND WS-PARM-TEST-ID NOT = SPACES
                   MOVE 1           TO OPS-ERROR-CNT
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
           DISPLAY 'NTSRPT1: TESTS REPORTED: ' WS-TEST-CNT
                   '  LINES: ' WS-LINE-CNT.

       END PROGRAM NTSRPT1.
