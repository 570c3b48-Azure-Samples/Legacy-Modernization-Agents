       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEERPT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATE-FEE-REPORT ASSIGN TO 'FEERPTF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    MONTHLY LATE-FEE REPORT FOR BILLING AND FINANCE - FEES
      *    ASSESSED, WAIVED (WITH THE WAIVERS BROKEN OUT BY REASON)
      *    AND COLLECTED IN THE PERIOD, PLUS THE FEES STILL OPEN ON
      *    THE RUN DATE. FIGURES COME FROM THE TPAYMENT FEE LINES AND
      *    TFEEWAIV THROUGH PAYDRVR1.
       FD  LATE-FEE-REPORT.
       01  LATE-FEE-REPORT-REC           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

      *    REPORT PERIOD ON SYSIN (MM/DD/YYYY FROM AND TO). A BLANK
      *    CARD DEFAULTS TO THE CALENDAR MONTH JUST ENDED.
       01  WS-PARM-CARD.
           05  WS-PARM-PERIOD-START      PIC X(10).
           05  WS-PARM-PERIOD-END        PIC X(10).
           05  FILLER                    PIC X(60).

       01  WS-PRIOR-MM                   PIC 9(2) VALUE 0.
       01  WS-PRIOR-YYYY                 PIC 9(4) VALUE 0.
       01  WS-PRIOR-MAX-DD               PIC 9(2) VALUE 0.
       01  WS-LEAP-QUOT                  PIC 9(4) VALUE 0.
       01  WS-LEAP-REM                   PIC 9(4) VALUE 0.

       01  WS-WAIVED-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-REASON-TOTAL               PIC 9(9)V99 VALUE 0.

      *    WAIVER REASON CODES (SEE DFEEWAIV) AND THEIR REPORT NAMES.
       01  WS-REASON-NAMES-INIT.
           05 FILLER                     PIC X(4)  VALUE 'FRST'.
           05 FILLER                     PIC X(26)
               VALUE 'FIRST LATE PAYMENT'.
           05 FILLER                     PIC X(4)  VALUE 'HARD'.
           05 FILLER                     PIC X(26)
               VALUE 'HARDSHIP'.
           05 FILLER                     PIC X(4)  VALUE 'BANK'.
           05 FILLER                     PIC X(26)
               VALUE 'BANK/LOCKBOX ERROR'.
           05 FILLER                     PIC X(4)  VALUE 'SERV'.
           05 FILLER                     PIC X(26)
               VALUE 'SERVICE RECOVERY'.
           05 FILLER                     PIC X(4)  VALUE 'DSTR'.
           05 FILLER                     PIC X(26)
               VALUE 'DECLARED DISASTER AREA'.
       01  WS-REASON-NAMES REDEFINES WS-REASON-NAMES-INIT.
           05 WS-RSN-ENTRY               OCCURS 5 TIMES.
              10 WS-RSN-CODE             PIC X(4).
              10 WS-RSN-NAME             PIC X(26).
       01  WS-RSN-IDX                    PIC 9(1) VALUE 0.

       01  PAYDRVR1-AREA.
           10  WS-PY-OPERATION-TYPE        PIC X(10).
           10  WS-PY-POLICY-NUMBER         PIC X(10).
           10  WS-PY-INSTALL-NO            PIC S9(9) COMP.
           10  WS-PY-AMOUNT                PIC S9(5)V9(2) COMP-3.
           10  WS-PY-DUE-AMOUNT            PIC S9(5)V9(2) COMP-3.
           10  WS-PY-DUE-DATE              PIC X(10).
           10  WS-PY-RECEIPT-DATE          PIC X(10).
           10  WS-PY-PAY-STATUS            PIC X(1).
           10  WS-PY-PAY-SOURCE            PIC X(8).
           10  WS-PY-SQLCODE               PIC S9(9) COMP.
           10  WS-PY-POL-HOLDER-FNAME      PIC X(35).
           10  WS-PY-POL-HOLDER-LNAME      PIC X(35).
           10  WS-PY-POL-HOLDER-STATE      PIC X(2).
           10  WS-PY-POL-TYPE              PIC X(50).
           10  WS-PY-POL-EXPIRY-DATE       PIC X(10).
           10  WS-PY-POL-PREMIUM           PIC S9(5)V9(2) COMP-3.
           10  WS-PY-POL-PAYMENT-FREQ      PIC X(10).
           10  WS-PY-POL-CONTACT-PREF      PIC X(1).
           10  WS-PY-POL-PREF-LANGUAGE     PIC X(2).
           10  WS-PY-PAID-AMOUNT           PIC S9(7)V9(2) COMP-3.
           10  WS-PY-PAID-STATUS           PIC X(1).
           10  WS-PY-POL-HOLDER-ADDR-1     PIC X(100).
           10  WS-PY-POL-HOLDER-ADDR-2     PIC X(100).
           10  WS-PY-POL-HOLDER-CITY       PIC X(30).
           10  WS-PY-POL-HOLDER-ZIP-CD     PIC X(10).
           10  WS-PY-FEE-COUNT             PIC S9(9) COMP.
           10  WS-PY-WAIVE-REASON          PIC X(4).
           10  WS-PY-WAIVE-USER            PIC X(8).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'LATE FEES ASSESSED/WAIVED/COLLECTED  -  '.
           05  FILLER                    PIC X(8)  VALUE 'PERIOD: '.
           05  RPT-HDR-START             PIC X(10).
           05  FILLER                    PIC X(3)  VALUE ' - '.
           05  RPT-HDR-END               PIC X(10).
           05  FILLER                    PIC X(5)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'RUN: '.
           05  RPT-HDR-RUN-DATE          PIC X(10).
           05  FILLER                    PIC X(41) VALUE SPACES.

       01  RPT-FEE-LINE.
           05  RPT-FEE-LABEL             PIC X(34).
           05  FILLER                    PIC X(7)  VALUE 'COUNT: '.
           05  RPT-FEE-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'AMOUNT: '.
           05  RPT-FEE-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(59) VALUE SPACES.

       01  RPT-REASON-LINE.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'WAIVED: '.
           05  RPT-RSN-CODE              PIC X(4).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  RPT-RSN-NAME              PIC X(26).
           05  FILLER                    PIC X(7)  VALUE 'COUNT: '.
           05  RPT-RSN-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'AMOUNT: '.
           05  RPT-RSN-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA
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
               PERFORM 0100-DEFAULT-PRIOR-MONTH
           END-IF

           OPEN OUTPUT LATE-FEE-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FEERPTF: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-PARM-PERIOD-START TO RPT-HDR-START
           MOVE WS-PARM-PERIOD-END   TO RPT-HDR-END
           MOVE WS-CURRENT-DATE      TO RPT-HDR-RUN-DATE
           WRITE LATE-FEE-REPORT-REC FROM RPT-HEADER-LINE.

       0100-DEFAULT-PRIOR-MONTH.
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

       2000-PROCESS-PARA.
           MOVE 'A' TO WS-PY-PAY-STATUS
           MOVE 'FEES ASSESSED IN PERIOD:'    TO RPT-FEE-LABEL
           PERFORM 2100-SUM-FEES

           MOVE 'W' TO WS-PY-PAY-STATUS
           MOVE 'FEES WAIVED IN PERIOD:'      TO RPT-FEE-LABEL
           PERFORM 2100-SUM-FEES
           MOVE WS-PY-PAID-AMOUNT TO WS-WAIVED-TOTAL
           PERFORM 2200-WRITE-REASON-LINE
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > 5

           MOVE 'C' TO WS-PY-PAY-STATUS
           MOVE 'FEES COLLECTED IN PERIOD:'   TO RPT-FEE-LABEL
           PERFORM 2100-SUM-FEES

           MOVE 'F' TO WS-PY-PAY-STATUS
           MOVE 'FEES STILL OPEN AT RUN DATE:'  TO RPT-FEE-LABEL
           PERFORM 2100-SUM-FEES.

       2100-SUM-FEES.
           MOVE 'FEESUM'             TO WS-PY-OPERATION-TYPE
           MOVE WS-PARM-PERIOD-START TO WS-PY-DUE-DATE
           MOVE WS-PARM-PERIOD-END   TO WS-PY-RECEIPT-DATE
           MOVE 0 TO WS-PY-PAID-AMOUNT WS-PY-FEE-COUNT
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           MOVE WS-PY-FEE-COUNT   TO RPT-FEE-COUNT
           MOVE WS-PY-PAID-AMOUNT TO RPT-FEE-AMOUNT
           WRITE LATE-FEE-REPORT-REC FROM RPT-FEE-LINE.

       2200-WRITE-REASON-LINE.
           MOVE 'FEEWVRSN'           TO WS-PY-OPERATION-TYPE
           MOVE WS-PARM-PERIOD-START TO WS-PY-DUE-DATE
           MOVE WS-PARM-PERIOD-END   TO WS-PY-RECEIPT-DATE
           MOVE WS-RSN-CODE (WS-RSN-IDX) TO WS-PY-WAIVE-REASON
           MOVE 0 TO WS-PY-PAID-AMOUNT WS-PY-FEE-COUNT
           CALL 'PAYDRVR1' USING PAYDRVR1-AREA
           ADD WS-PY-PAID-AMOUNT TO WS-REASON-TOTAL
           MOVE WS-RSN-CODE (WS-RSN-IDX) TO RPT-RSN-CODE
           MOVE WS-RSN-NAME (WS-RSN-IDX) TO RPT-RSN-NAME
           MOVE WS-PY-FEE-COUNT          TO RPT-RSN-COUNT
           MOVE WS-PY-PAID-AMOUNT        TO RPT-RSN-AMOUNT
           WRITE LATE-FEE-REPORT-REC FROM RPT-REASON-LINE.

      *    THE REASON BREAKDOWN COMES FROM THE WAIVER HISTORY, THE
      *    WAIVED LINE FROM THE FEE LINES THEMSELVES - THEY MUST AGREE.
       9000-FINALIZE-PARA.
           IF WS-REASON-TOTAL NOT = WS-WAIVED-TOTAL
               DISPLAY '*** FEERPT1: WAIVERS BY REASON DO NOT AGREE '
                       'TO FEES WAIVED ***'
           END-IF
           CLOSE LATE-FEE-REPORT.

       END PROGRAM FEERPT1.
