       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPRCALC1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNEARNED-REPORT ASSIGN TO 'UPRRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT UNEARNED-CSV-FILE ASSIGN TO 'UPRCSV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNEARNED-REPORT.
       01  UNEARNED-REPORT-REC           PIC X(132).

      *    MACHINE-READABLE HANDOFF FOR THE ACTUARIES, ONE RECORD PER
      *    STATE/TYPE/UNDERWRITER GROUP (VALUATION DATE|STATE|TYPE|
      *    UNDERWRITER|TERMS|WRITTEN|RETURNED|EARNED|UNEARNED).
       FD  UNEARNED-CSV-FILE.
       01  UNEARNED-CSV-REC              PIC X(200).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-TERMS              VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    VALUATION DATE ON SYSIN (MM/DD/YYYY). A BLANK CARD DEFAULTS
      *    TO THE LAST DAY OF THE MONTH JUST ENDED - THE NORMAL
      *    MONTH-END CLOSE.
       01  WS-PARM-CARD.
           05  WS-PARM-VAL-DATE          PIC X(10).
           05  FILLER                    PIC X(70).

       01  WS-PRIOR-MM                   PIC 9(2) VALUE 0.
       01  WS-PRIOR-YYYY                 PIC 9(4) VALUE 0.
       01  WS-PRIOR-MAX-DD               PIC 9(2) VALUE 0.
       01  WS-LEAP-QUOT                  PIC 9(4) VALUE 0.
       01  WS-LEAP-REM                   PIC 9(4) VALUE 0.

      *    ONE TERM'S FIGURES. WRITTEN IS THE TERM PREMIUM; RETURNED IS
      *    THE REFUND BOOKED ON A CANCELLATION INSIDE THE TERM, WHICH
      *    EARNS THE REST AND LEAVES NOTHING UNEARNED; OTHERWISE THE
      *    PREMIUM EARNS DAILY PRO RATA OVER THE TERM.
       01  WS-TERM-WRITTEN               PIC S9(7)V99 VALUE 0.
       01  WS-TERM-RETURNED              PIC S9(7)V99 VALUE 0.
       01  WS-TERM-EARNED                PIC S9(7)V99 VALUE 0.
       01  WS-TERM-UNEARNED              PIC S9(7)V99 VALUE 0.
       01  WS-EARN-DAYS                  PIC S9(9) COMP VALUE 0.

       01  WS-GROUP-KEY.
           05  WS-GRP-STATE              PIC X(2).
           05  WS-GRP-POLICY-TYPE        PIC X(50).
           05  WS-GRP-UNDERWRITER        PIC X(50).
       01  WS-FETCH-KEY.
           05  WS-FET-STATE              PIC X(2).
           05  WS-FET-POLICY-TYPE        PIC X(50).
           05  WS-FET-UNDERWRITER        PIC X(50).

       01  WS-GROUP-TOTALS.
           05  WS-GRP-CNT                PIC 9(9)      VALUE 0.
           05  WS-GRP-WRITTEN            PIC S9(11)V99 VALUE 0.
           05  WS-GRP-RETURNED           PIC S9(11)V99 VALUE 0.
           05  WS-GRP-EARNED             PIC S9(11)V99 VALUE 0.
           05  WS-GRP-UNEARNED           PIC S9(11)V99 VALUE 0.
       01  WS-STATE-TOTALS.
           05  WS-STA-CNT                PIC 9(9)      VALUE 0.
           05  WS-STA-WRITTEN            PIC S9(11)V99 VALUE 0.
           05  WS-STA-RETURNED           PIC S9(11)V99 VALUE 0.
           05  WS-STA-EARNED             PIC S9(11)V99 VALUE 0.
           05  WS-STA-UNEARNED           PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-TOTALS.
           05  WS-GRD-CNT                PIC 9(9)      VALUE 0.
           05  WS-GRD-WRITTEN            PIC S9(11)V99 VALUE 0.
           05  WS-GRD-RETURNED           PIC S9(11)V99 VALUE 0.
           05  WS-GRD-EARNED             PIC S9(11)V99 VALUE 0.
           05  WS-GRD-UNEARNED           PIC S9(11)V99 VALUE 0.
       01  WS-GROUP-CNT                  PIC 9(9) VALUE 0.

       01  WS-CSV-CNT-EDIT               PIC 9(9).
       01  WS-CSV-WRITTEN-EDIT           PIC -9(11).99.
       01  WS-CSV-RETURNED-EDIT          PIC -9(11).99.
       01  WS-CSV-EARNED-EDIT            PIC -9(11).99.
       01  WS-CSV-UNEARNED-EDIT          PIC -9(11).99.

       01  UPRDRVR1-AREA.
           10  WS-UP-OPERATION-TYPE        PIC X(10).
           10  WS-UP-VAL-DATE              PIC X(10).
           10  WS-UP-SQLCODE               PIC S9(9) COMP.
           10  WS-UP-STATE                 PIC X(2).
           10  WS-UP-POLICY-TYPE           PIC X(50).
           10  WS-UP-UNDERWRITER           PIC X(50).
           10  WS-UP-POLICY-NUMBER         PIC X(10).
           10  WS-UP-TERM-START            PIC X(10).
           10  WS-UP-TERM-EXPIRY           PIC X(10).
           10  WS-UP-TERM-PREMIUM          PIC S9(5)V9(2) COMP-3.
           10  WS-UP-TERM-DAYS             PIC S9(9) COMP.
           10  WS-UP-ELAPSED-DAYS          PIC S9(9) COMP.
           10  WS-UP-REFUND                PIC S9(5)V9(2) COMP-3.
           10  WS-UP-CANCELLED             PIC X(1).
               88  WS-UP-TERM-CANCELLED    VALUE 'Y'.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(46)
               VALUE 'WRITTEN / EARNED / UNEARNED PREMIUM  AS OF: '.
           05  RPT-HDR-VAL-DATE          PIC X(10).
           05  FILLER                    PIC X(10) VALUE '   RUN ON '.
           05  RPT-HDR-RUN-DATE          PIC X(10).
           05  FILLER                    PIC X(56) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                    PIC X(8)  VALUE 'ST'.
           05  FILLER                    PIC X(22) VALUE 'POLICY TYPE'.
           05  FILLER                    PIC X(22) VALUE 'UNDERWRITER'.
           05  FILLER                    PIC X(8)  VALUE '  TERMS'.
           05  FILLER                    PIC X(17)
               VALUE '         WRITTEN'.
           05  FILLER                    PIC X(17)
               VALUE '        RETURNED'.
           05  FILLER                    PIC X(17)
               VALUE '          EARNED'.
           05  FILLER                    PIC X(21)
               VALUE '        UNEARNED'.

       01  RPT-DETAIL-LINE.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  RPT-DET-STATE             PIC X(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-POLICY-TYPE       PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-UNDERWRITER       PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-CNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DET-WRITTEN           PIC -,---,---,--9.99.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DET-RETURNED          PIC -,---,---,--9.99.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DET-EARNED            PIC -,---,---,--9.99.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DET-UNEARNED          PIC -,---,---,--9.99.
           05  FILLER                    PIC X(5)  VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-TERMS
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
           IF WS-PARM-VAL-DATE = SPACES
               PERFORM 0100-DEFAULT-PRIOR-MONTH-END
           END-IF

           OPEN OUTPUT UNEARNED-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING UPRRPT: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT UNEARNED-CSV-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING UPRCSV: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-PARM-VAL-DATE TO RPT-HDR-VAL-DATE
           MOVE WS-CURRENT-DATE  TO RPT-HDR-RUN-DATE
           WRITE UNEARNED-REPORT-REC FROM RPT-HEADER-LINE
           WRITE UNEARNED-REPORT-REC FROM RPT-COLUMN-LINE

           MOVE 'OPEN'            TO WS-UP-OPERATION-TYPE
           MOVE WS-PARM-VAL-DATE  TO WS-UP-VAL-DATE
           CALL 'UPRDRVR1' USING UPRDRVR1-AREA
           IF WS-UP-SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING UNEARNED-CURSOR: '
                                                   WS-UP-SQLCODE
               CALL 'ABEND'
           END-IF

           PERFORM 2050-FETCH-TERM-PARA
           IF NOT END-OF-TERMS
               MOVE WS-FETCH-KEY TO WS-GROUP-KEY
               PERFORM 3200-RESET-GROUP
               PERFORM 3300-RESET-STATE
           END-IF.

       0100-DEFAULT-PRIOR-MONTH-END.
           IF WS-MONTH = 1
               MOVE 12 TO WS-PRIOR-MM
               COMPUTE WS-PRIOR-YYYY = WS-YEAR - 1
           ELSE
               COMPUTE WS-PRIOR-MM = WS-MONTH - 1
               MOVE WS-YEAR TO WS-PRIOR-YYYY
           END-IF
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
           END-EVALUATE
           MOVE WS-PRIOR-MM     TO WS-PARM-VAL-DATE (1:2)
           MOVE '/'             TO WS-PARM-VAL-DATE (3:1)
           MOVE WS-PRIOR-MAX-DD TO WS-PARM-VAL-DATE (4:2)
           MOVE '/'             TO WS-PARM-VAL-DATE (6:1)
           MOVE WS-PRIOR-YYYY   TO WS-PARM-VAL-DATE (7:4).

       2000-PROCESS-PARA.
           IF WS-FET-STATE NOT = WS-GRP-STATE
               PERFORM 3000-WRITE-GROUP
               PERFORM 3100-WRITE-STATE-TOTAL
               MOVE WS-FETCH-KEY TO WS-GROUP-KEY
               PERFORM 3200-RESET-GROUP
               PERFORM 3300-RESET-STATE
           ELSE
               IF WS-FETCH-KEY NOT = WS-GROUP-KEY
                   PERFORM 3000-WRITE-GROUP
                   MOVE WS-FETCH-KEY TO WS-GROUP-KEY
                   PERFORM 3200-RESET-GROUP
               END-IF
           END-IF

           PERFORM 2100-VALUE-TERM

           ADD 1                TO WS-GRP-CNT
           ADD WS-TERM-WRITTEN  TO WS-GRP-WRITTEN
           ADD WS-TERM-RETURNED TO WS-GRP-RETURNED
           ADD WS-TERM-EARNED   TO WS-GRP-EARNED
           ADD WS-TERM-UNEARNED TO WS-GRP-UNEARNED

           PERFORM 2050-FETCH-TERM-PARA.

       2050-FETCH-TERM-PARA.
           MOVE 'FETCH' TO WS-UP-OPERATION-TYPE
           CALL 'UPRDRVR1' USING UPRDRVR1-AREA
           IF WS-UP-SQLCODE = 100
               MOVE 'YES' TO WS-EOF-SW
           ELSE
               IF WS-UP-SQLCODE NOT = 0
                   DISPLAY 'ERROR FETCHING UNEARNED-CURSOR: '
                                                   WS-UP-SQLCODE
                   CALL 'ABEND'
               END-IF
               MOVE WS-UP-STATE       TO WS-FET-STATE
               MOVE WS-UP-POLICY-TYPE TO WS-FET-POLICY-TYPE
               MOVE WS-UP-UNDERWRITER TO WS-FET-UNDERWRITER
           END-IF.

      *    A ZERO-LENGTH TERM IS TREATED AS FULLY EARNED RATHER THAN
      *    DIVIDED BY; THE ELAPSED COUNT IS HELD INSIDE THE TERM.
       2100-VALUE-TERM.
           MOVE WS-UP-TERM-PREMIUM TO WS-TERM-WRITTEN
           MOVE 0                  TO WS-TERM-RETURNED
           IF WS-UP-TERM-CANCELLED
               MOVE WS-UP-REFUND TO WS-TERM-RETURNED
               COMPUTE WS-TERM-EARNED =
                       WS-TERM-WRITTEN - WS-TERM-RETURNED
           ELSE
               MOVE WS-UP-ELAPSED-DAYS TO WS-EARN-DAYS
               IF WS-EARN-DAYS < 0
                   MOVE 0 TO WS-EARN-DAYS
               END-IF
               IF WS-EARN-DAYS > WS-UP-TERM-DAYS
                   MOVE WS-UP-TERM-DAYS TO WS-EARN-DAYS
               END-IF
               IF WS-UP-TERM-DAYS > 0
                   COMPUTE WS-TERM-EARNED ROUNDED =
                           WS-TERM-WRITTEN * WS-EARN-DAYS
                           / WS-UP-TERM-DAYS
               ELSE
                   MOVE WS-TERM-WRITTEN TO WS-TERM-EARNED
               END-IF
           END-IF
           COMPUTE WS-TERM-UNEARNED =
                   WS-TERM-WRITTEN - WS-TERM-RETURNED - WS-TERM-EARNED.

       3000-WRITE-GROUP.
           MOVE WS-GRP-STATE              TO RPT-DET-STATE
           MOVE WS-GRP-POLICY-TYPE (1:20) TO RPT-DET-POLICY-TYPE
           MOVE WS-GRP-UNDERWRITER (1:20) TO RPT-DET-UNDERWRITER
           MOVE WS-GRP-CNT                TO RPT-DET-CNT
           MOVE WS-GRP-WRITTEN            TO RPT-DET-WRITTEN
           MOVE WS-GRP-RETURNED           TO RPT-DET-RETURNED
           MOVE WS-GRP-EARNED             TO RPT-DET-EARNED
           MOVE WS-GRP-UNEARNED           TO RPT-DET-UNEARNED
           WRITE UNEARNED-REPORT-REC FROM RPT-DETAIL-LINE

           MOVE WS-GRP-CNT      TO WS-CSV-CNT-EDIT
           MOVE WS-GRP-WRITTEN  TO WS-CSV-WRITTEN-EDIT
           MOVE WS-GRP-RETURNED TO WS-CSV-RETURNED-EDIT
           MOVE WS-GRP-EARNED   TO WS-CSV-EARNED-EDIT
           MOVE WS-GRP-UNEARNED TO WS-CSV-UNEARNED-EDIT
           MOVE SPACES TO UNEARNED-CSV-REC
           STRING WS-PARM-VAL-DATE     DELIMITED BY SIZE '|'
                  WS-GRP-STATE         DELIMITED BY SIZE '|'
                  WS-GRP-POLICY-TYPE   DELIMITED BY '  ' '|'
                  WS-GRP-UNDERWRITER   DELIMITED BY '  ' '|'
                  WS-CSV-CNT-EDIT      DELIMITED BY SIZE '|'
                  WS-CSV-WRITTEN-EDIT  DELIMITED BY SIZE '|'
                  WS-CSV-RETURNED-EDIT DELIMITED BY SIZE '|'
                  WS-CSV-EARNED-EDIT   DELIMITED BY SIZE '|'
                  WS-CSV-UNEARNED-EDIT DELIMITED BY SIZE
             INTO UNEARNED-CSV-REC
           END-STRING
           WRITE UNEARNED-CSV-REC
           ADD 1 TO WS-GROUP-CNT

           ADD WS-GRP-CNT      TO WS-STA-CNT
           ADD WS-GRP-WRITTEN  TO WS-STA-WRITTEN
           ADD WS-GRP-RETURNED TO WS-STA-RETURNED
           ADD WS-GRP-EARNED   TO WS-STA-EARNED
           ADD WS-GRP-UNEARNED TO WS-STA-UNEARNED.

       3100-WRITE-STATE-TOTAL.
           MOVE SPACES           TO RPT-DET-POLICY-TYPE
                                    RPT-DET-UNDERWRITER
           MOVE WS-GRP-STATE     TO RPT-DET-STATE
           MOVE 'STATE TOTAL'    TO RPT-DET-POLICY-TYPE
           MOVE WS-STA-CNT       TO RPT-DET-CNT
           MOVE WS-STA-WRITTEN   TO RPT-DET-WRITTEN
           MOVE WS-STA-RETURNED  TO RPT-DET-RETURNED
           MOVE WS-STA-EARNED    TO RPT-DET-EARNED
           MOVE WS-STA-UNEARNED  TO RPT-DET-UNEARNED
           WRITE UNEARNED-REPORT-REC FROM RPT-DETAIL-LINE

           ADD WS-STA-CNT      TO WS-GRD-CNT
           ADD WS-STA-WRITTEN  TO WS-GRD-WRITTEN
           ADD WS-STA-RETURNED TO WS-GRD-RETURNED
           ADD WS-STA-EARNED   TO WS-GRD-EARNED
           ADD WS-STA-UNEARNED TO WS-GRD-UNEARNED.

       3200-RESET-GROUP.
           MOVE 0 TO WS-GRP-CNT WS-GRP-WRITTEN WS-GRP-RETURNED
                     WS-GRP-EARNED WS-GRP-UNEARNED.

       3300-RESET-STATE.
           MOVE 0 TO WS-STA-CNT WS-STA-WRITTEN WS-STA-RETURNED
                     WS-STA-EARNED WS-STA-UNEARNED.

       9000-FINALIZE-PARA.
           MOVE 'CLOSE' TO WS-UP-OPERATION-TYPE
           CALL 'UPRDRVR1' USING UPRDRVR1-AREA

           IF WS-GRP-CNT > 0
               PERFORM 3000-WRITE-GROUP
               PERFORM 3100-WRITE-STATE-TOTAL
           END-IF
           MOVE SPACES            TO RPT-DET-STATE
                                     RPT-DET-UNDERWRITER
           MOVE 'ALL STATES TOTAL' TO RPT-DET-POLICY-TYPE
           MOVE WS-GRD-CNT        TO RPT-DET-CNT
           MOVE WS-GRD-WRITTEN    TO RPT-DET-WRITTEN
           MOVE WS-GRD-RETURNED   TO RPT-DET-RETURNED
           MOVE WS-GRD-EARNED     TO RPT-DET-EARNED
           MOVE WS-GRD-UNEARNED   TO RPT-DET-UNEARNED
           WRITE UNEARNED-REPORT-REC FROM RPT-DETAIL-LINE

           CLOSE UNEARNED-REPORT
           CLOSE UNEARNED-CSV-FILE

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'UPRCALC1'      TO OPS-JOB-NAME
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
               MOVE WS-GRD-CNT TO OPS-RECORD-CNT
               MOVE 0          TO OPS-ERROR-CNT
               SET OPS-STATUS-OK TO TRUE
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF
           DISPLAY 'UPRCALC1: TERMS VALUED: ' WS-GRD-CNT
                   '  GROUPS: ' WS-GROUP-CNT.

       END PROGRAM UPRCALC1.
