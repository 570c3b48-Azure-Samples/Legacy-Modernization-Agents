       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMREG1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-REGISTER-REPORT ASSIGN TO 'CLMREGRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-REGISTER-REPORT.
       01  CLAIM-REGISTER-REPORT-REC     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-CLAIMS             VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

      *    REGISTER PERIOD ON SYSIN (MM/DD/YYYY FROM AND TO). CLAIMS
      *    REPORTED OR CLOSED IN THE PERIOD ARE LISTED ALONG WITH
      *    EVERY CLAIM STILL OPEN. A BLANK CARD DEFAULTS TO THE
      *    CURRENT MONTH TO DATE.
       01  WS-PARM-CARD.
           05  WS-PARM-PERIOD-START      PIC X(10).
           05  WS-PARM-PERIOD-END        PIC X(10).
           05  FILLER                    PIC X(60).

       01  WS-CURRENT-STATE              PIC X(2)  VALUE SPACES.
       01  WS-CURRENT-TYPE               PIC X(50) VALUE SPACES.
       01  WS-GROUP-OPEN-SW              PIC X(1)  VALUE 'N'.
           88  GROUP-OPEN                VALUE 'Y'.
       01  WS-DET-INCURRED               PIC S9(9)V99 VALUE 0.

      *    COUNTS AND AMOUNTS AT EACH LEVEL - POLICY TYPE WITHIN
      *    STATE, STATE, AND THE WHOLE REGISTER.
       01  WS-TYPE-TOTALS.
           05  WS-TYP-CNT                PIC 9(7)      VALUE 0.
           05  WS-TYP-OPEN-CNT           PIC 9(7)      VALUE 0.
           05  WS-TYP-RESERVE            PIC S9(11)V99 VALUE 0.
           05  WS-TYP-PAID               PIC S9(11)V99 VALUE 0.
       01  WS-STATE-TOTALS.
           05  WS-STA-CNT                PIC 9(7)      VALUE 0.
           05  WS-STA-OPEN-CNT           PIC 9(7)      VALUE 0.
           05  WS-STA-RESERVE            PIC S9(11)V99 VALUE 0.
           05  WS-STA-PAID               PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-TOTALS.
           05  WS-GRD-CNT                PIC 9(7)      VALUE 0.
           05  WS-GRD-OPEN-CNT           PIC 9(7)      VALUE 0.
           05  WS-GRD-RESERVE            PIC S9(11)V99 VALUE 0.
           05  WS-GRD-PAID               PIC S9(11)V99 VALUE 0.

       01  CLMDRVR1-AREA.
           10  WS-CL-OPERATION-TYPE        PIC X(10).
           10  WS-CL-CLAIM-NUMBER          PIC X(12).
           10  WS-CL-POLICY-NUMBER         PIC X(10).
           10  WS-CL-LOSS-DATE             PIC X(10).
           10  WS-CL-REPORT-DATE           PIC X(10).
           10  WS-CL-CAUSE                 PIC X(10).
           10  WS-CL-RESERVE-AMOUNT        PIC S9(9)V9(2) COMP-3.
           10  WS-CL-PAID-AMOUNT           PIC S9(9)V9(2) COMP-3.
           10  WS-CL-STATUS                PIC X(1).
           10  WS-CL-CLOSE-DATE            PIC X(10).
           10  WS-CL-TERM-START-DATE       PIC X(10).
           10  WS-CL-TERM-EXPIRY-DATE      PIC X(10).
           10  WS-CL-PERIOD-START          PIC X(10).
           10  WS-CL-PERIOD-END            PIC X(10).
           10  WS-CL-SQLCODE               PIC S9(9) COMP.
           10  WS-CL-IN-FORCE-SW           PIC X(1).
           10  WS-CL-NOT-IN-FORCE-REASON   PIC X(30).
           10  WS-CL-OUT-TERM-START        PIC X(10).
           10  WS-CL-OUT-TERM-EXPIRY       PIC X(10).
           10  WS-CL-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-CL-OUT-RESERVE           PIC S9(9)V9(2) COMP-3.
           10  WS-CL-OUT-PAID              PIC S9(9)V9(2) COMP-3.
           10  WS-CL-OUT-STATUS            PIC X(1).
           10  WS-CL-FLAG-SET-Y-CNT        PIC S9(9) COMP.
           10  WS-CL-FLAG-SET-N-CNT        PIC S9(9) COMP.
           10  WS-CL-REG-STATE             PIC X(2).
           10  WS-CL-REG-POLICY-TYPE       PIC X(50).
           10  WS-CL-REG-CLAIM-NUMBER      PIC X(12).
           10  WS-CL-REG-POLICY-NUMBER     PIC X(10).
           10  WS-CL-REG-LOSS-DATE         PIC X(10).
           10  WS-CL-REG-REPORT-DATE       PIC X(10).
           10  WS-CL-REG-CAUSE             PIC X(10).
           10  WS-CL-REG-RESERVE           PIC S9(9)V9(2) COMP-3.
           10  WS-CL-REG-PAID              PIC S9(9)V9(2) COMP-3.
           10  WS-CL-REG-STATUS            PIC X(1).
               88  CL-REG-OPEN             VALUE 'O'.
               88  CL-REG-CLOSED-PAID      VALUE 'C'.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'CLAIMS REGISTER BY STATE/TYPE  PERIOD: '.
           05  RPT-HDR-START             PIC X(10).
           05  FILLER                    PIC X(3)  VALUE ' - '.
           05  RPT-HDR-END               PIC X(10).
           05  FILLER                    PIC X(69) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  FILLER                    PIC X(14) VALUE 'CLAIM'.
           05  FILLER                    PIC X(12) VALUE 'POLICY'.
           05  FILLER                    PIC X(12) VALUE 'LOSS DATE'.
           05  FILLER                    PIC X(12) VALUE 'REPORTED'.
           05  FILLER                    PIC X(12) VALUE 'CAUSE'.
           05  FILLER                    PIC X(10) VALUE 'STATUS'.
           05  FILLER                    PIC X(16)
               VALUE '       RESERVE'.
           05  FILLER                    PIC X(16)
               VALUE '          PAID'.
           05  FILLER                    PIC X(24)
               VALUE '      INCURRED'.

       01  RPT-GROUP-LINE.
           05  FILLER                    PIC X(7)  VALUE 'STATE: '.
           05  RPT-GRP-STATE             PIC X(2).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(13)
               VALUE 'POLICY TYPE: '.
           05  RPT-GRP-TYPE              PIC X(50).
           05  FILLER                    PIC X(57) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  RPT-DET-CLAIM-NUMBER      PIC X(12).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-LOSS-DATE         PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-REPORT-DATE       PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-CAUSE             PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-STATUS            PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-RESERVE           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-PAID              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-INCURRED          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(10) VALUE SPACES.

      *    ONE LAYOUT FOR ALL THREE TOTAL LEVELS - THE LABEL SAYS
      *    WHICH (POLICY TYPE WITHIN STATE, STATE, OR REGISTER).
       01  RPT-TOTAL-LINE.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  RPT-TOT-LABEL             PIC X(26).
           05  FILLER                    PIC X(8)  VALUE 'CLAIMS: '.
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'OPEN: '.
           05  RPT-TOT-OPEN-CNT          PIC ZZZZZZ9.
           05  FILLER                    PIC X(16) VALUE SPACES.
           05  RPT-TOT-RESERVE           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-TOT-PAID              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-TOT-INCURRED          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-CLAIMS
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
               MOVE WS-CURRENT-DATE TO WS-PARM-PERIOD-START
                                       WS-PARM-PERIOD-END
               MOVE '01'            TO WS-PARM-PERIOD-START (4:2)
           END-IF

           OPEN OUTPUT CLAIM-REGISTER-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLMREGRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-PARM-PERIOD-START TO RPT-HDR-START
           MOVE WS-PARM-PERIOD-END   TO RPT-HDR-END
           WRITE CLAIM-REGISTER-REPORT-REC FROM RPT-HEADER-LINE
           WRITE CLAIM-REGISTER-REPORT-REC FROM RPT-COLUMN-LINE

           MOVE 'REG-OPEN'             TO WS-CL-OPERATION-TYPE
           MOVE WS-PARM-PERIOD-START   TO WS-CL-PERIOD-START
           MOVE WS-PARM-PERIOD-END     TO WS-CL-PERIOD-END
           CALL 'CLMDRVR1' USING CLMDRVR1-AREA
           IF WS-CL-SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING CLAIM-REGISTER-CURSOR: '
                                                   WS-CL-SQLCODE
               CALL 'ABEND'
           END-IF

           PERFORM 2050-FETCH-CLAIM-PARA.

       2000-PROCESS-PARA.
           IF WS-CL-REG-STATE NOT = WS-CURRENT-STATE
                   OR WS-CL-REG-POLICY-TYPE NOT = WS-CURRENT-TYPE
                   OR NOT GROUP-OPEN
               IF GROUP-OPEN
                   PERFORM 3000-WRITE-TYPE-TOTAL
                   IF WS-CL-REG-STATE NOT = WS-CURRENT-STATE
                       PERFORM 3100-WRITE-STATE-TOTAL
                   END-IF
               END-IF
               IF WS-CL-REG-STATE NOT = WS-CURRENT-STATE
                       OR NOT GROUP-OPEN
                   MOVE 0 TO WS-STA-CNT WS-STA-OPEN-CNT
                             WS-STA-RESERVE WS-STA-PAID
               END-IF
               MOVE 'Y'                   TO WS-GROUP-OPEN-SW
               MOVE WS-CL-REG-STATE       TO WS-CURRENT-STATE
               MOVE WS-CL-REG-POLICY-TYPE TO WS-CURRENT-TYPE
               MOVE 0 TO WS-TYP-CNT WS-TYP-OPEN-CNT
                         WS-TYP-RESERVE WS-TYP-PAID
               MOVE WS-CURRENT-STATE      TO RPT-GRP-STATE
               MOVE WS-CURRENT-TYPE       TO RPT-GRP-TYPE
               WRITE CLAIM-REGISTER-REPORT-REC FROM RPT-GROUP-LINE
           END-IF

           COMPUTE WS-DET-INCURRED = WS-CL-REG-RESERVE + WS-CL-REG-PAID
           MOVE WS-CL-REG-CLAIM-NUMBER  TO RPT-DET-CLAIM-NUMBER
           MOVE WS-CL-REG-POLICY-NUMBER TO RPT-DET-POLICY-NUMBER
           MOVE WS-CL-REG-LOSS-DATE     TO RPT-DET-LOSS-DATE
           MOVE WS-CL-REG-REPORT-DATE   TO RPT-DET-REPORT-DATE
           MOVE WS-CL-REG-CAUSE         TO RPT-DET-CAUSE
           EVALUATE TRUE
               WHEN CL-REG-OPEN
                   MOVE 'OPEN'     TO RPT-DET-STATUS
               WHEN CL-REG-CLOSED-PAID
                   MOVE 'CLOSED'   TO RPT-DET-STATUS
               WHEN OTHER
                   MOVE 'NO PAY'   TO RPT-DET-STATUS
           END-EVALUATE
           MOVE WS-CL-REG-RESERVE       TO RPT-DET-RESERVE
           MOVE WS-CL-REG-PAID          TO RPT-DET-PAID
           MOVE WS-DET-INCURRED         TO RPT-DET-INCURRED
           WRITE CLAIM-REGISTER-REPORT-REC FROM RPT-DETAIL-LINE

           ADD 1 TO WS-TYP-CNT WS-STA-CNT WS-GRD-CNT
           IF CL-REG-OPEN
               ADD 1 TO WS-TYP-OPEN-CNT WS-STA-OPEN-CNT
                        WS-GRD-OPEN-CNT
           END-IF
           ADD WS-CL-REG-RESERVE TO WS-TYP-RESERVE WS-STA-RESERVE
                                    WS-GRD-RESERVE
           ADD WS-CL-REG-PAID    TO WS-TYP-PAID WS-STA-PAID
                                    WS-GRD-PAID

           PERFORM 2050-FETCH-CLAIM-PARA.

       2050-FETCH-CLAIM-PARA.
           MOVE 'REG-FETCH' TO WS-CL-OPERATION-TYPE
           CALL 'CLMDRVR1' USING CLMDRVR1-AREA
           IF WS-CL-SQLCODE = 100
               MOVE 'YES' TO WS-EOF-SW
           ELSE
           IF WS-CL-SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING CLAIM-REGISTER-CURSOR: '
                                                   WS-CL-SQLCODE
               CALL 'ABEND'
           END-IF.

       3000-WRITE-TYPE-TOTAL.
           MOVE SPACES TO RPT-TOT-LABEL
           STRING 'TOTAL ' DELIMITED BY SIZE
                  WS-CURRENT-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CURRENT-TYPE (1:17) DELIMITED BY SIZE
             INTO RPT-TOT-LABEL
           END-STRING
           MOVE WS-TYP-CNT       TO RPT-TOT-CNT
           MOVE WS-TYP-OPEN-CNT  TO RPT-TOT-OPEN-CNT
           MOVE WS-TYP-RESERVE   TO RPT-TOT-RESERVE
           MOVE WS-TYP-PAID      TO RPT-TOT-PAID
           COMPUTE RPT-TOT-INCURRED = WS-TYP-RESERVE + WS-TYP-PAID
           WRITE CLAIM-REGISTER-REPORT-REC FROM RPT-TOTAL-LINE.

       3100-WRITE-STATE-TOTAL.
           MOVE SPACES TO RPT-TOT-LABEL
           STRING 'STATE TOTAL ' DELIMITED BY SIZE
                  WS-CURRENT-STATE DELIMITED BY SIZE
             INTO RPT-TOT-LABEL
           END-STRING
           MOVE WS-STA-CNT       TO RPT-TOT-CNT
           MOVE WS-STA-OPEN-CNT  TO RPT-TOT-OPEN-CNT
           MOVE WS-STA-RESERVE   TO RPT-TOT-RESERVE
           MOVE WS-STA-PAID      TO RPT-TOT-PAID
           COMPUTE RPT-TOT-INCURRED = WS-STA-RESERVE + WS-STA-PAID
           WRITE CLAIM-REGISTER-REPORT-REC FROM RPT-TOTAL-LINE.

       9000-FINALIZE-PARA.
           MOVE 'REG-CLOSE' TO WS-CL-OPERATION-TYPE
           CALL 'CLMDRVR1' USING CLMDRVR1-AREA

           IF GROUP-OPEN
               PERFORM 3000-WRITE-TYPE-TOTAL
               PERFORM 3100-WRITE-STATE-TOTAL
           END-IF
           MOVE 'ALL STATES TOTAL'  TO RPT-TOT-LABEL
           MOVE WS-GRD-CNT          TO RPT-TOT-CNT
           MOVE WS-GRD-OPEN-CNT     TO RPT-TOT-OPEN-CNT
           MOVE WS-GRD-RESERVE      TO RPT-TOT-RESERVE
           MOVE WS-GRD-PAID         TO RPT-TOT-PAID
           COMPUTE RPT-TOT-INCURRED = WS-GRD-RESERVE + WS-GRD-PAID
           WRITE CLAIM-REGISTER-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE CLAIM-REGISTER-REPORT
           DISPLAY 'CLMREG1: CLAIMS LISTED: ' WS-GRD-CNT
                   '  OPEN: ' WS-GRD-OPEN-CNT.

       END PROGRAM CLMREG1.
