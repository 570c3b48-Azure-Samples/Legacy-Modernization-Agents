       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRRPT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRANGE-REPORT ASSIGN TO 'ARRRPTF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    WEEKLY HARDSHIP ARRANGEMENT REPORT FOR COLLECTIONS - EVERY
      *    PROMISE SETTLED KEPT OR BROKEN (OR CANCELLED BY THE DESK)
      *    IN THE PERIOD, WITH WHAT WAS PROMISED AND WHAT CAME IN,
      *    THE KEPT RATE, AND THE PROMISES STILL OPEN ON THE RUN
      *    DATE. FIGURES COME FROM TARRANGE THROUGH ARRDRVR1.
       FD  ARRANGE-REPORT.
       01  ARRANGE-REPORT-REC            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-RESULTS            VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

      *    REPORT PERIOD ON SYSIN (MM/DD/YYYY FROM AND TO). A BLANK
      *    CARD DEFAULTS TO THE SEVEN DAYS ENDING YESTERDAY.
       01  WS-PARM-CARD.
           05  WS-PARM-PERIOD-START      PIC X(10).
           05  WS-PARM-PERIOD-END        PIC X(10).
           05  FILLER                    PIC X(60).

       01  WS-IOD-DATE-NUM               PIC 9(8).
       01  WS-IOD-TODAY                  PIC S9(9) COMP.

       01  WS-KEPT-CNT                   PIC 9(7) VALUE 0.
       01  WS-KEPT-PROMISED              PIC 9(9)V99 VALUE 0.
       01  WS-KEPT-PAID                  PIC 9(9)V99 VALUE 0.
       01  WS-BROKEN-CNT                 PIC 9(7) VALUE 0.
       01  WS-BROKEN-PROMISED            PIC 9(9)V99 VALUE 0.
       01  WS-BROKEN-PAID                PIC 9(9)V99 VALUE 0.
       01  WS-CANCEL-CNT                 PIC 9(7) VALUE 0.
       01  WS-CANCEL-PROMISED            PIC 9(9)V99 VALUE 0.
       01  WS-CANCEL-PAID                PIC 9(9)V99 VALUE 0.
       01  WS-KEPT-PCT                   PIC 9(3)V9 VALUE 0.

       01  ARRDRVR1-AREA.
           10  WS-AR-OPERATION-TYPE        PIC X(10).
           10  WS-AR-PROCESS-DATE          PIC X(10).
           10  WS-AR-POLICY-NUMBER         PIC X(10).
           10  WS-AR-FROM-INSTALL          PIC S9(9) COMP.
           10  WS-AR-TO-INSTALL            PIC S9(9) COMP.
           10  WS-AR-PROMISE-DATE          PIC X(10).
           10  WS-AR-PROMISE-AMOUNT        PIC S9(5)V9(2) COMP-3.
           10  WS-AR-AGREED-BY             PIC X(10).
           10  WS-AR-GRACE-DAYS            PIC S9(4) COMP.
           10  WS-AR-PERIOD-FROM           PIC X(10).
           10  WS-AR-PERIOD-TO             PIC X(10).
           10  WS-AR-UPDATE-USER           PIC X(8).
           10  WS-AR-SQLCODE               PIC S9(9) COMP.
           10  WS-AR-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-AR-OUT-ENTER-DATE        PIC X(10).
           10  WS-AR-OUT-FROM-INSTALL      PIC S9(9) COMP.
           10  WS-AR-OUT-TO-INSTALL        PIC S9(9) COMP.
           10  WS-AR-OUT-PROMISE-DATE      PIC X(10).
           10  WS-AR-OUT-PROMISE-AMOUNT    PIC S9(5)V9(2) COMP-3.
           10  WS-AR-OUT-AGREED-BY         PIC X(10).
           10  WS-AR-OUT-STATUS            PIC X(1).
               88  WS-AR-OUT-KEPT          VALUE 'K'.
               88  WS-AR-OUT-BROKEN        VALUE 'B'.
               88  WS-AR-OUT-CANCELLED     VALUE 'C'.
           10  WS-AR-OUT-STATUS-DATE       PIC X(10).
           10  WS-AR-OUT-PAID-AMOUNT       PIC S9(5)V9(2) COMP-3.
           10  WS-AR-OUT-UPDATE-USER       PIC X(8).
           10  WS-AR-ROWS-UPDATED          PIC S9(9) COMP.
           10  WS-AR-OUT-ACTIVE-CNT        PIC S9(9) COMP.
           10  WS-AR-OUT-ACTIVE-TOTAL      PIC S9(9)V9(2) COMP-3.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'HARDSHIP ARRANGEMENTS KEPT/BROKEN   -  '.
           05  FILLER                    PIC X(8)  VALUE 'PERIOD: '.
           05  RPT-HDR-START             PIC X(10).
           05  FILLER                    PIC X(3)  VALUE ' - '.
           05  RPT-HDR-END               PIC X(10).
           05  FILLER                    PIC X(5)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'RUN: '.
           05  RPT-HDR-RUN-DATE          PIC X(10).
           05  FILLER                    PIC X(41) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  RPT-DTL-OUTCOME           PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DTL-POLICY            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'INST: '.
           05  RPT-DTL-FROM-INSTALL      PIC Z9.
           05  FILLER                    PIC X(1)  VALUE '-'.
           05  RPT-DTL-TO-INSTALL        PIC Z9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'BY: '.
           05  RPT-DTL-PROMISE-DATE      PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'PROMISED: '.
           05  RPT-DTL-PROMISE-AMOUNT    PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'PAID: '.
           05  RPT-DTL-PAID-AMOUNT       PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'SETTLED: '.
           05  RPT-DTL-STATUS-DATE       PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DTL-AGREED-BY         PIC X(10).
           05  FILLER                    PIC X(10) VALUE SPACES.

       01  RPT-SUMMARY-LINE.
           05  RPT-SUM-LABEL             PIC X(34).
           05  FILLER                    PIC X(7)  VALUE 'COUNT: '.
           05  RPT-SUM-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'PROMISED: '.
           05  RPT-SUM-PROMISED          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'PAID: '.
           05  RPT-SUM-PAID              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(34) VALUE SPACES.

       01  RPT-RATE-LINE.
           05  FILLER                    PIC X(38)
               VALUE 'PROMISES KEPT AS PERCENT OF SETTLED: '.
           05  RPT-RATE-PCT              PIC ZZ9.9.
           05  FILLER                    PIC X(1)  VALUE '%'.
           05  FILLER                    PIC X(88) VALUE SPACES.

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

           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-PERIOD-START = SPACES
                   OR WS-PARM-PERIOD-END = SPACES
               PERFORM 0100-DEFAULT-PRIOR-WEEK
           END-IF

           OPEN OUTPUT ARRANGE-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ARRRPTF: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-PARM-PERIOD-START TO RPT-HDR-START
           MOVE WS-PARM-PERIOD-END   TO RPT-HDR-END
           MOVE WS-CURRENT-DATE      TO RPT-HDR-RUN-DATE
           WRITE ARRANGE-REPORT-REC FROM RPT-HEADER-LINE

           MOVE 'OPEN'               TO WS-AR-OPERATION-TYPE
           MOVE WS-PARM-PERIOD-START TO WS-AR-PERIOD-FROM
           MOVE WS-PARM-PERIOD-END   TO WS-AR-PERIOD-TO
           CALL 'ARRDRVR1' USING ARRDRVR1-AREA

           PERFORM 2050-FETCH-RESULT-PARA.

      *    THE WEEK RUNS THROUGH YESTERDAY - THE LAST DUNNING SWEEP
      *    TO SETTLE PROMISES BEFORE THIS RUN.
       0100-DEFAULT-PRIOR-WEEK.
           MOVE WS-YEAR  TO WS-IOD-DATE-NUM (1:4)
           MOVE WS-MONTH TO WS-IOD-DATE-NUM (5:2)
           MOVE WS-DAY   TO WS-IOD-DATE-NUM (7:2)
           COMPUTE WS-IOD-TODAY =
                   FUNCTION INTEGER-OF-DATE (WS-IOD-DATE-NUM)
           COMPUTE WS-IOD-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-IOD-TODAY - 7)
           MOVE WS-IOD-DATE-NUM (5:2) TO WS-PARM-PERIOD-START (1:2)
           MOVE '/'                   TO WS-PARM-PERIOD-START (3:1)
           MOVE WS-IOD-DATE-NUM (7:2) TO WS-PARM-PERIOD-START (4:2)
           MOVE '/'                   TO WS-PARM-PERIOD-START (6:1)
           MOVE WS-IOD-DATE-NUM (1:4) TO WS-PARM-PERIOD-START (7:4)
           COMPUTE WS-IOD-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-IOD-TODAY - 1)
           MOVE WS-IOD-DATE-NUM (5:2) TO WS-PARM-PERIOD-END (1:2)
           MOVE '/'                   TO WS-PARM-PERIOD-END (3:1)
           MOVE WS-IOD-DATE-NUM (7:2) TO WS-PARM-PERIOD-END (4:2)
           MOVE '/'                   TO WS-PARM-PERIOD-END (6:1)
           MOVE WS-IOD-DATE-NUM (1:4) TO WS-PARM-PERIOD-END (7:4).

       2000-PROCESS-PARA.
           EVALUATE TRUE
               WHEN WS-AR-OUT-KEPT
                   MOVE 'KEPT'      TO RPT-DTL-OUTCOME
                   ADD 1                         TO WS-KEPT-CNT
                   ADD WS-AR-OUT-PROMISE-AMOUNT  TO WS-KEPT-PROMISED
                   ADD WS-AR-OUT-PAID-AMOUNT     TO WS-KEPT-PAID
               WHEN WS-AR-OUT-BROKEN
                   MOVE 'BROKEN'    TO RPT-DTL-OUTCOME
                   ADD 1                         TO WS-BROKEN-CNT
                   ADD WS-AR-OUT-PROMISE-AMOUNT  TO WS-BROKEN-PROMISED
                   ADD WS-AR-OUT-PAID-AMOUNT     TO WS-BROKEN-PAID
               WHEN OTHER
                   MOVE 'CANCELLED' TO RPT-DTL-OUTCOME
                   ADD 1                         TO WS-CANCEL-CNT
                   ADD WS-AR-OUT-PROMISE-AMOUNT  TO WS-CANCEL-PROMISED
                   ADD WS-AR-OUT-PAID-AMOUNT     TO WS-CANCEL-PAID
           END-EVALUATE
           MOVE WS-AR-OUT-POLICY-NUMBER  TO RPT-DTL-POLICY
           MOVE WS-AR-OUT-FROM-INSTALL   TO RPT-DTL-FROM-INSTALL
           MOVE WS-AR-OUT-TO-INSTALL     TO RPT-DTL-TO-INSTALL
           MOVE WS-AR-OUT-PROMISE-DATE   TO RPT-DTL-PROMISE-DATE
           MOVE WS-AR-OUT-PROMISE-AMOUNT TO RPT-DTL-PROMISE-AMOUNT
           MOVE WS-AR-OUT-PAID-AMOUNT    TO RPT-DTL-PAID-AMOUNT
           MOVE WS-AR-OUT-STATUS-DATE    TO RPT-DTL-STATUS-DATE
           MOVE WS-AR-OUT-AGREED-BY      TO RPT-DTL-AGREED-BY
           WRITE ARRANGE-REPORT-REC FROM RPT-DETAIL-LINE

           PERFORM 2050-FETCH-RESULT-PARA.

       2050-FETCH-RESULT-PARA.
           MOVE 'FETCH' TO WS-AR-OPERATION-TYPE
           CALL 'ARRDRVR1' USING ARRDRVR1-AREA
           IF WS-AR-SQLCODE NOT = 0
               MOVE 'YES' TO WS-EOF-SW
           END-IF.

      *    A CANCELLED PROMISE WAS NEVER TESTED, SO THE KEPT RATE IS
      *    OVER THE PROMISES SETTLED KEPT OR BROKEN ONLY.
       9000-FINALIZE-PARA.
           MOVE 'CLOSE' TO WS-AR-OPERATION-TYPE
           CALL 'ARRDRVR1' USING ARRDRVR1-AREA

           MOVE 'PROMISES KEPT IN PERIOD:'      TO RPT-SUM-LABEL
           MOVE WS-KEPT-CNT                     TO RPT-SUM-COUNT
           MOVE WS-KEPT-PROMISED                TO RPT-SUM-PROMISED
           MOVE WS-KEPT-PAID                    TO RPT-SUM-PAID
           WRITE ARRANGE-REPORT-REC FROM RPT-SUMMARY-LINE
           MOVE 'PROMISES BROKEN IN PERIOD:'    TO RPT-SUM-LABEL
           MOVE WS-BROKEN-CNT                   TO RPT-SUM-COUNT
           MOVE WS-BROKEN-PROMISED              TO RPT-SUM-PROMISED
           MOVE WS-BROKEN-PAID                  TO RPT-SUM-PAID
           WRITE ARRANGE-REPORT-REC FROM RPT-SUMMARY-LINE
           MOVE 'PROMISES CANCELLED IN PERIOD:' TO RPT-SUM-LABEL
           MOVE WS-CANCEL-CNT                   TO RPT-SUM-COUNT
           MOVE WS-CANCEL-PROMISED              TO RPT-SUM-PROMISED
           MOVE WS-CANCEL-PAID                  TO RPT-SUM-PAID
           WRITE ARRANGE-REPORT-REC FROM RPT-SUMMARY-LINE

           IF WS-KEPT-CNT + WS-BROKEN-CNT > 0
               COMPUTE WS-KEPT-PCT ROUNDED =
                       WS-KEPT-CNT * 100
                       / (WS-KEPT-CNT + WS-BROKEN-CNT)
           END-IF
           MOVE WS-KEPT-PCT TO RPT-RATE-PCT
           WRITE ARRANGE-REPORT-REC FROM RPT-RATE-LINE

           MOVE 'ACTSUM' TO WS-AR-OPERATION-TYPE
           MOVE 0 TO WS-AR-OUT-ACTIVE-CNT WS-AR-OUT-ACTIVE-TOTAL
           CALL 'ARRDRVR1' USING ARRDRVR1-AREA
           MOVE 'PROMISES STILL OPEN AT RUN DATE:' TO RPT-SUM-LABEL
           MOVE WS-AR-OUT-ACTIVE-CNT            TO RPT-SUM-COUNT
           MOVE WS-AR-OUT-ACTIVE-TOTAL          TO RPT-SUM-PROMISED
           MOVE 0                               TO RPT-SUM-PAID
           WRITE ARRANGE-REPORT-REC FROM RPT-SUMMARY-LINE

           CLOSE ARRANGE-REPORT.

       END PROGRAM ARRRPT1.
