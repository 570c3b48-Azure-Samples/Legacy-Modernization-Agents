       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOS1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.
           SELECT PERIOD-CLOSE-REPORT ASSIGN TO 'PERCLSRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

      *    MONTH-END CLOSE CONTROL REPORT - ONE LINE PER REQUIRED
      *    MONTH-END JOB WITH WHAT OPSTATUS SHOWED FOR IT, THEN THE
      *    VERDICT AND THE PERIOD NOW OPEN FOR POSTING.
       FD  PERIOD-CLOSE-REPORT.
       01  PERIOD-CLOSE-REPORT-REC       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-STAT-EOF-SW                PIC X(3) VALUE 'NO'.
           88  END-OF-STATUS             VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    PERIOD TO CLOSE ON SYSIN (MM/DD/YYYY FROM AND TO) AND THE
      *    OPERATOR SIGNING OFF THE CLOSE. A BLANK PERIOD DEFAULTS TO
      *    THE CALENDAR MONTH JUST ENDED - THE NORMAL MONTH-END CLOSE.
       01  WS-PARM-CARD.
           05  WS-PARM-PERIOD-START      PIC X(10).
           05  WS-PARM-PERIOD-END        PIC X(10).
           05  WS-PARM-CLOSE-USER        PIC X(8).
           05  FILLER                    PIC X(52).

       01  WS-PRIOR-MM                   PIC 9(2) VALUE 0.
       01  WS-PRIOR-YYYY                 PIC 9(4) VALUE 0.
       01  WS-PRIOR-MAX-DD               PIC 9(2) VALUE 0.
       01  WS-LEAP-QUOT                  PIC 9(4) VALUE 0.
       01  WS-LEAP-REM                   PIC 9(4) VALUE 0.

      *    THE CALENDAR MONTH AFTER THE CLOSED PERIOD, OPENED ON THE
      *    CALENDAR AS SOON AS THE CLOSE IS DONE.
       01  WS-NEXT-PERIOD-START          PIC X(10).
       01  WS-NEXT-PERIOD-END            PIC X(10).

      *    MM/DD/YYYY DATES TURNED AROUND TO YYYYMMDD SO THEY COMPARE.
       01  WS-DATE-IN.
           05  WS-DIN-MM                 PIC 9(2).
           05  FILLER                    PIC X(1).
           05  WS-DIN-DD                 PIC 9(2).
           05  FILLER                    PIC X(1).
           05  WS-DIN-YYYY               PIC 9(4).
       01  WS-DATE-KEY.
           05  WS-DKY-YYYY               PIC 9(4).
           05  WS-DKY-MM                 PIC 9(2).
           05  WS-DKY-DD                 PIC 9(2).
       01  WS-DATE-KEY-N REDEFINES WS-DATE-KEY
                                         PIC 9(8).
       01  WS-PERIOD-END-KEY             PIC 9(8) VALUE 0.
       01  WS-TODAY-KEY                  PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-KEY               PIC 9(8) VALUE 0.

      *    THE MONTH-END JOBS THAT MUST HAVE COMPLETED FOR THE PERIOD
      *    BEFORE IT MAY CLOSE. THE LATEST OPSTATUS RECORD FOR EACH
      *    JOB RUN ON OR AFTER THE PERIOD END WINS - A RERUN
      *    SUPERSEDES A FAILED RUN, THE SAME READING PREGATE1 USES.
       01  WS-REQ-JOBS-INIT.
           05 FILLER                     PIC X(8)  VALUE 'CMSCALC1'.
           05 FILLER                     PIC X(30)
               VALUE 'COMMISSION STATEMENTS'.
           05 FILLER                     PIC X(8)  VALUE 'TAXRPT1'.
           05 FILLER                     PIC X(30)
               VALUE 'PREMIUM TAX ACCRUAL'.
           05 FILLER                     PIC X(8)  VALUE 'UPRCALC1'.
           05 FILLER                     PIC X(30)
               VALUE 'EARNED/UNEARNED PREMIUM'.
           05 FILLER                     PIC X(8)  VALUE 'GLFEED1'.
           05 FILLER                     PIC X(30)
               VALUE 'GENERAL LEDGER FEED'.
       01  WS-REQ-JOBS REDEFINES WS-REQ-JOBS-INIT.
           05 WS-REQ-ENTRY               OCCURS 4 TIMES.
              10 WS-REQ-JOB-NAME         PIC X(8).
              10 WS-REQ-JOB-DESC         PIC X(30).
       01  WS-REQ-RESULTS.
           05 WS-RES-ENTRY               OCCURS 4 TIMES.
              10 WS-RES-FOUND-SW         PIC X(1).
              10 WS-RES-STATUS           PIC X(1).
              10 WS-RES-RUN-DATE         PIC X(10).
       01  WS-REQ-CNT                    PIC 9(2) VALUE 4.
       01  WS-REQ-IDX                    PIC 9(2) VALUE 0.
       01  WS-BLOCKING-CNT               PIC 9(2) VALUE 0.

       01  PERDRVR1-AREA.
           10  WS-PR-OPERATION-TYPE        PIC X(10).
           10  WS-PR-PER-DATE              PIC X(10).
           10  WS-PR-PER-START-DATE        PIC X(10).
           10  WS-PR-PER-END-DATE          PIC X(10).
           10  WS-PR-CLOSED-BY             PIC X(8).
           10  WS-PR-SQLCODE               PIC S9(9) COMP.
           10  WS-PR-PER-STATUS            PIC X(1).
           10  WS-PR-OPEN-DATE             PIC X(10).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(32)
               VALUE 'MONTH-END CLOSE CONTROL PERIOD: '.
           05  RPT-HDR-START             PIC X(10).
           05  FILLER                    PIC X(3)  VALUE ' - '.
           05  RPT-HDR-END               PIC X(10).
           05  FILLER                    PIC X(12) VALUE '  RUN DATE: '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(55) VALUE SPACES.

       01  RPT-JOB-LINE.
           05  FILLER                    PIC X(5)  VALUE 'JOB: '.
           05  RPT-JOB-NAME              PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-JOB-DESC              PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'RAN: '.
           05  RPT-JOB-RUN-DATE          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-JOB-VERDICT           PIC X(50).
           05  FILLER                    PIC X(18) VALUE SPACES.

       01  RPT-VERDICT-LINE.
           05  RPT-VERDICT-TEXT          PIC X(70).
           05  FILLER                    PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-SCAN-STATUS-PARA UNTIL END-OF-STATUS
           PERFORM 3000-JUDGE-PARA
           PERFORM 4000-CLOSE-PERIOD-PARA
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
           IF WS-PARM-PERIOD-START = SPACES
                   OR WS-PARM-PERIOD-END = SPACES
               PERFORM 0100-DEFAULT-PRIOR-MONTH
           END-IF
           IF WS-PARM-CLOSE-USER = SPACES
               MOVE 'PERCLOS1' TO WS-PARM-CLOSE-USER
           END-IF

           MOVE WS-PARM-PERIOD-END TO WS-DATE-IN
           PERFORM 0300-DATE-TO-KEY
           MOVE WS-DATE-KEY-N      TO WS-PERIOD-END-KEY
           MOVE WS-CURRENT-DATE    TO WS-DATE-IN
           PERFORM 0300-DATE-TO-KEY
           MOVE WS-DATE-KEY-N      TO WS-TODAY-KEY
           PERFORM 0200-SET-NEXT-PERIOD

           OPEN OUTPUT PERIOD-CLOSE-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PERCLSRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           MOVE WS-PARM-PERIOD-START TO RPT-HDR-START
           MOVE WS-PARM-PERIOD-END   TO RPT-HDR-END
           MOVE WS-CURRENT-DATE      TO RPT-HDR-DATE
           WRITE PERIOD-CLOSE-REPORT-REC FROM RPT-HEADER-LINE

      *    A MONTH STILL RUNNING CANNOT CLOSE - ITS MONTH-END JOBS
      *    HAVE NOT HAD THEIR RUN YET.
           IF WS-PERIOD-END-KEY NOT < WS-TODAY-KEY
               DISPLAY '*** PERCLOS1: PERIOD ' WS-PARM-PERIOD-START
                       ' - ' WS-PARM-PERIOD-END
                       ' HAS NOT ENDED - CLOSE REFUSED ***'
               CALL 'ABEND'
           END-IF

           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                     UNTIL WS-REQ-IDX > WS-REQ-CNT
               MOVE 'N'    TO WS-RES-FOUND-SW (WS-REQ-IDX)
               MOVE SPACES TO WS-RES-STATUS (WS-REQ-IDX)
                              WS-RES-RUN-DATE (WS-REQ-IDX)
           END-PERFORM

           OPEN INPUT OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               DISPLAY 'PERCLOS1: OPSTATUS FEED NOT AVAILABLE ('
                       WS-OPS-STATUS ') - NO MONTH-END JOB HAS '
                       'POSTED'
               MOVE 'YES' TO WS-STAT-EOF-SW
           ELSE
               PERFORM 2050-READ-STATUS-PARA
           END-IF.

       0100-DEFAULT-PRIOR-MONTH.
           IF WS-MONTH = 1
               MOVE 12 TO WS-PRIOR-MM
               COMPUTE WS-PRIOR-YYYY = WS-YEAR - 1
           ELSE
               COMPUTE WS-PRIOR-MM = WS-MONTH - 1
               MOVE WS-YEAR TO WS-PRIOR-YYYY
           END-IF
           PERFORM 0150-MONTH-LAST-DAY
           MOVE WS-PRIOR-MM   TO WS-PARM-PERIOD-START (1:2)
           MOVE '/'           TO WS-PARM-PERIOD-START (3:1)
           MOVE '01'          TO WS-PARM-PERIOD-START (4:2)
           MOVE '/'           TO WS-PARM-PERIOD-START (6:1)
           MOVE WS-PRIOR-YYYY TO WS-PARM-PERIOD-START (7:4)
           MOVE WS-PRIOR-MM     TO WS-PARM-PERIOD-END (1:2)
           MOVE '/'             TO WS-PARM-PERIOD-END (3:1)
           MOVE WS-PRIOR-MAX-DD TO WS-PARM-PERIOD-END (4:2)
           MOVE '/'             TO WS-PARM-PERIOD-END (6:1)
           MOVE WS-PRIOR-YYYY   TO WS-PARM-PERIOD-END (7:4).

      *    LAST DAY OF MONTH WS-PRIOR-MM IN YEAR WS-PRIOR-YYYY.
       0150-MONTH-LAST-DAY.
           EVALUATE WS-PRIOR-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-PRIOR-MAX-DD
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-PRIOR-MAX-DD
               WHEN OTHER
                   MOVE 28 TO WS-PRIOR-MAX-DD
                   DIVIDE WS-PRIOR-YYYY BY 4
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       DIVIDE WS-PRIOR-YYYY BY 100
                           GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM NOT = 0
                           MOVE 29 TO WS-PRIOR-MAX-DD
                       ELSE
                           DIVIDE WS-PRIOR-YYYY BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = 0
                               MOVE 29 TO WS-PRIOR-MAX-DD
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

      *    THE CALENDAR MONTH FOLLOWING THE PERIOD BEING CLOSED.
       0200-SET-NEXT-PERIOD.
           MOVE WS-PARM-PERIOD-END TO WS-DATE-IN
           IF WS-DIN-MM = 12
               MOVE 1 TO WS-PRIOR-MM
               COMPUTE WS-PRIOR-YYYY = WS-DIN-YYYY + 1
           ELSE
               COMPUTE WS-PRIOR-MM = WS-DIN-MM + 1
               MOVE WS-DIN-YYYY TO WS-PRIOR-YYYY
           END-IF
           PERFORM 0150-MONTH-LAST-DAY
           MOVE WS-PRIOR-MM   TO WS-NEXT-PERIOD-START (1:2)
           MOVE '/'           TO WS-NEXT-PERIOD-START (3:1)
           MOVE '01'          TO WS-NEXT-PERIOD-START (4:2)
           MOVE '/'           TO WS-NEXT-PERIOD-START (6:1)
           MOVE WS-PRIOR-YYYY TO WS-NEXT-PERIOD-START (7:4)
           MOVE WS-PRIOR-MM     TO WS-NEXT-PERIOD-END (1:2)
           MOVE '/'             TO WS-NEXT-PERIOD-END (3:1)
           MOVE WS-PRIOR-MAX-DD TO WS-NEXT-PERIOD-END (4:2)
           MOVE '/'             TO WS-NEXT-PERIOD-END (6:1)
           MOVE WS-PRIOR-YYYY   TO WS-NEXT-PERIOD-END (7:4).

       0300-DATE-TO-KEY.
           MOVE WS-DIN-YYYY TO WS-DKY-YYYY
           MOVE WS-DIN-MM   TO WS-DKY-MM
           MOVE WS-DIN-DD   TO WS-DKY-DD.

       2000-SCAN-STATUS-PARA.
           MOVE OPS-RUN-DATE TO WS-DATE-IN
           IF WS-DIN-MM NUMERIC AND WS-DIN-DD NUMERIC
                   AND WS-DIN-YYYY NUMERIC
               PERFORM 0300-DATE-TO-KEY
               MOVE WS-DATE-KEY-N TO WS-RUN-DATE-KEY
               IF WS-RUN-DATE-KEY >= WS-PERIOD-END-KEY
                   PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                             UNTIL WS-REQ-IDX > WS-REQ-CNT
                       IF WS-REQ-JOB-NAME (WS-REQ-IDX) = OPS-JOB-NAME
                           MOVE 'Y' TO WS-RES-FOUND-SW (WS-REQ-IDX)
                           MOVE OPS-STATUS-CODE
                               TO WS-RES-STATUS (WS-REQ-IDX)
                           MOVE OPS-RUN-DATE
                               TO WS-RES-RUN-DATE (WS-REQ-IDX)
                           MOVE WS-REQ-CNT TO WS-REQ-IDX
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           PERFORM 2050-READ-STATUS-PARA.

       2050-READ-STATUS-PARA.
           READ OPS-STATUS-FILE
               AT END
                   MOVE 'YES' TO WS-STAT-EOF-SW
           END-READ.

      *    A JOB THAT FINISHED WITH WARNINGS ('W') HAS PRODUCED ITS
      *    MONTH-END FIGURES AND DOES NOT HOLD THE CLOSE - THE WARNING
      *    IS CARRIED ON THE REPORT. MISSING OR FAILED ('E') JOBS DO.
       3000-JUDGE-PARA.
           MOVE 0 TO WS-BLOCKING-CNT
           PERFORM 3100-JUDGE-ONE-PARA
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-CNT.

       3100-JUDGE-ONE-PARA.
           MOVE WS-REQ-JOB-NAME (WS-REQ-IDX) TO RPT-JOB-NAME
           MOVE WS-REQ-JOB-DESC (WS-REQ-IDX) TO RPT-JOB-DESC
           MOVE WS-RES-RUN-DATE (WS-REQ-IDX) TO RPT-JOB-RUN-DATE
           EVALUATE TRUE
               WHEN WS-RES-FOUND-SW (WS-REQ-IDX) NOT = 'Y'
                   ADD 1 TO WS-BLOCKING-CNT
                   MOVE 'MISSING - NOT RUN SINCE THE PERIOD ENDED'
                       TO RPT-JOB-VERDICT
                   DISPLAY '*** PERCLOS1: MONTH-END JOB '
                           WS-REQ-JOB-NAME (WS-REQ-IDX)
                           ' HAS NOT RUN FOR THE PERIOD ***'
               WHEN WS-RES-STATUS (WS-REQ-IDX) = 'S'
                   MOVE 'COMPLETED' TO RPT-JOB-VERDICT
               WHEN WS-RES-STATUS (WS-REQ-IDX) = 'W'
                   MOVE 'COMPLETED WITH WARNINGS - SEE ITS REPORT'
                       TO RPT-JOB-VERDICT
               WHEN OTHER
                   ADD 1 TO WS-BLOCKING-CNT
                   MOVE 'FAILED - RERUN BEFORE THE PERIOD CAN CLOSE'
                       TO RPT-JOB-VERDICT
                   DISPLAY '*** PERCLOS1: MONTH-END JOB '
                           WS-REQ-JOB-NAME (WS-REQ-IDX)
                           ' POSTED STATUS '
                           WS-RES-STATUS (WS-REQ-IDX) ' ***'
           END-EVALUATE
           WRITE PERIOD-CLOSE-REPORT-REC FROM RPT-JOB-LINE.

      *    PERIODS CLOSE IN ORDER: ONCE ANY PERIOD HAS CLOSED, ONLY
      *    THE ONE STARTING THE DAY AFTER IT MAY CLOSE NEXT, SO THE
      *    CALENDAR NEVER HAS AN OPEN HOLE BEHIND A CLOSED MONTH. A
      *    PERIOD ALREADY CLOSED IS A RERUN AND CHANGES NOTHING.
       4000-CLOSE-PERIOD-PARA.
           IF WS-BLOCKING-CNT > 0
               MOVE 'CLOSE REFUSED - MONTH-END JOBS MISSING OR FAILED
      -            ' (SEE ABOVE)' TO RPT-VERDICT-TEXT
               WRITE PERIOD-CLOSE-REPORT-REC FROM RPT-VERDICT-LINE
               CLOSE PERIOD-CLOSE-REPORT
               DISPLAY '*** PERCLOS1: PERIOD ' WS-PARM-PERIOD-START
                       ' - ' WS-PARM-PERIOD-END
                       ' NOT CLOSED ***'
               CALL 'ABEND'
           END-IF

           MOVE 'GET'                TO WS-PR-OPERATION-TYPE
           MOVE WS-PARM-PERIOD-START TO WS-PR-PER-START-DATE
           MOVE WS-PARM-PERIOD-END   TO WS-PR-PER-END-DATE
           MOVE WS-PARM-CLOSE-USER   TO WS-PR-CLOSED-BY
           CALL 'PERDRVR1' USING PERDRVR1-AREA
           IF WS-PR-SQLCODE = 0 AND WS-PR-PER-STATUS = 'C'
               MOVE 'PERIOD WAS ALREADY CLOSED - NOTHING CHANGED'
                   TO RPT-VERDICT-TEXT
               WRITE PERIOD-CLOSE-REPORT-REC FROM RPT-VERDICT-LINE
               DISPLAY 'PERCLOS1: PERIOD ' WS-PARM-PERIOD-START
                       ' - ' WS-PARM-PERIOD-END ' ALREADY CLOSED'
           ELSE
               PERFORM 4100-CHECK-SEQUENCE
               IF WS-PR-SQLCODE = 100
                   MOVE 'DEFINE' TO WS-PR-OPERATION-TYPE
                   CALL 'PERDRVR1' USING PERDRVR1-AREA
               END-IF
               MOVE 'CLOSE' TO WS-PR-OPERATION-TYPE
               CALL 'PERDRVR1' USING PERDRVR1-AREA
               IF WS-PR-SQLCODE NOT = 0
                   DISPLAY '*** PERCLOS1: PERIOD ' WS-PARM-PERIOD-START
                           ' - ' WS-PARM-PERIOD-END
                           ' COULD NOT BE CLOSED, SQLCODE: '
                           WS-PR-SQLCODE ' ***'
                   CALL 'ABEND'
               END-IF
               MOVE 'PERIOD CLOSED - LATER POSTINGS DATED IN IT ROLL F
      -            'ORWARD OR ARE REJECTED' TO RPT-VERDICT-TEXT
               WRITE PERIOD-CLOSE-REPORT-REC FROM RPT-VERDICT-LINE
               DISPLAY 'PERCLOS1: PERIOD ' WS-PARM-PERIOD-START
                       ' - ' WS-PARM-PERIOD-END ' CLOSED BY '
                       WS-PARM-CLOSE-USER
           END-IF

           MOVE 'DEFINE'             TO WS-PR-OPERATION-TYPE
           MOVE WS-NEXT-PERIOD-START TO WS-PR-PER-START-DATE
           MOVE WS-NEXT-PERIOD-END   TO WS-PR-PER-END-DATE
           CALL 'PERDRVR1' USING PERDRVR1-AREA
           MOVE SPACES TO RPT-VERDICT-TEXT
           STRING 'OPEN FOR POSTING: ' WS-NEXT-PERIOD-START
                  ' - ' WS-NEXT-PERIOD-END DELIMITED BY SIZE
             INTO RPT-VERDICT-TEXT
           END-STRING
           WRITE PERIOD-CLOSE-REPORT-REC FROM RPT-VERDICT-LINE.

       4100-CHECK-SEQUENCE.
           MOVE 'NEXTOPEN' TO WS-PR-OPERATION-TYPE
           CALL 'PERDRVR1' USING PERDRVR1-AREA
           IF WS-PR-OPEN-DATE NOT = SPACES
                   AND WS-PR-OPEN-DATE NOT = WS-PARM-PERIOD-START
               MOVE SPACES TO RPT-VERDICT-TEXT
               STRING 'CLOSE REFUSED - NEXT PERIOD TO CLOSE STARTS '
                      WS-PR-OPEN-DATE DELIMITED BY SIZE
                 INTO RPT-VERDICT-TEXT
               END-STRING
               WRITE PERIOD-CLOSE-REPORT-REC FROM RPT-VERDICT-LINE
               CLOSE PERIOD-CLOSE-REPORT
               DISPLAY '*** PERCLOS1: PERIODS CLOSE IN ORDER - NEXT '
                       'PERIOD TO CLOSE STARTS ' WS-PR-OPEN-DATE
                       ' ***'
               CALL 'ABEND'
           END-IF
           MOVE 'GET' TO WS-PR-OPERATION-TYPE
           CALL 'PERDRVR1' USING PERDRVR1-AREA.

       9000-FINALIZE-PARA.
           IF WS-OPS-STATUS = '00' OR '10'
               CLOSE OPS-STATUS-FILE
           END-IF
           CLOSE PERIOD-CLOSE-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'PERCLOS1'      TO OPS-JOB-NAME
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
               MOVE WS-REQ-CNT TO OPS-RECORD-CNT
               MOVE 0          TO OPS-ERROR-CNT
               SET OPS-STATUS-OK TO TRUE
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF.

       END PROGRAM PERCLOS1.
