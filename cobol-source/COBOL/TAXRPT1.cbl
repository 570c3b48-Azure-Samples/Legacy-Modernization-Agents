           SELECT TAX-ACCRUAL-FEED ASSIGN TO 'TAXFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO 'TAXRATES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  TAX-ACCRUAL-REPORT-REC        PIC X(132).

      *    MACHINE-READABLE COUNTERPART FOR THE TAX TEAM'S ACCRUAL
      *    WORKPAPERS (STATE|TYPE|RENEWALS|PREMIUM|FROM|TO|TAX),
      *    WRITTEN ALONGSIDE
      *    THE PRINT REPORT THE SAME WAY THE FORECAST CSV RIDES WITH
      *    FCSTRPT.
       FD  TAX-ACCRUAL-FEED.
       01  TAX-ACCRUAL-FEED-REC          PIC X(80).

      *    PREMIUM TAX RATE PER STATE, MAINTAINED BY THE TAX TEAM - ONE
      *    RECORD PER STATE, RATE AS A DECIMAL FRACTION (0.0175 IS
      *    1.75 PERCENT). A STATE WITH NO RATE ACCRUES NO TAX AND IS
      *    FLAGGED ON THE REPORT.
       FD  TAX-RATE-FILE.
       01  TAX-RATE-REC.
           05  TXR-STATE                 PIC X(2).
           05  TXR-RATE                  PIC 9V9(4).
           05  FILLER                    PIC X(73).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-RATE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-RATE-EOF-SW                PIC X(3) VALUE 'NO'.
           88  END-OF-RATES              VALUE 'YES'.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-ACCRUALS           VALUE 'YES'.

           05  WS-PARM-PERIOD-END        PIC X(10).
           05  FILLER                    PIC X(60).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-PRIOR-MM                   PIC 9(2) VALUE 0.
       01  WS-PRIOR-YYYY                 PIC 9(4) VALUE 0.
       01  WS-PRIOR-MAX-DD               PIC 9(2) VALUE 0.
       01  WS-GRAND-PREM                 PIC 9(13)V99 VALUE 0.
       01  WS-FEED-CNT-EDIT              PIC 9(9).
       01  WS-FEED-PREM-EDIT             PIC 9(11).99.
       01  WS-FEED-TAX-EDIT              PIC 9(11).99.

       01  WS-DET-TAX                    PIC 9(9)V99 VALUE 0.
       01  WS-STATE-TAX                  PIC 9(11)V99 VALUE 0.
       01  WS-GRAND-TAX                  PIC 9(11)V99 VALUE 0.
       01  WS-UNRATED-CNT                PIC 9(5) VALUE 0.

       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY              OCCURS 60 TIMES.
              10 WS-RATE-STATE           PIC X(2).
              10 WS-RATE-PCT             PIC 9V9(4).
       01  WS-RATE-TBL-CNT               PIC 9(3) VALUE 0.
       01  WS-RATE-IDX                   PIC 9(3) VALUE 0.
       01  WS-RATE-FOUND-IDX             PIC 9(3) VALUE 0.

       01  TAXDRVR1-AREA.
           10  WS-TX-OPERATION-TYPE        PIC X(10).
           10  WS-TX-RENEWAL-CNT           PIC S9(9) COMP.
           10  WS-TX-PREMIUM-SUM           PIC S9(11)V9(2) COMP-3.

       01  GLJDRVR1-AREA.
           10  WS-GL-OPERATION-TYPE        PIC X(8).
           10  WS-GL-SOURCE-PGM            PIC X(8) VALUE 'TAXRPT1'.
           10  WS-GL-DEBIT-ACCOUNT         PIC X(10).
           10  WS-GL-CREDIT-ACCOUNT        PIC X(10).
           10  WS-GL-AMOUNT                PIC S9(9)V99 COMP-3.
           10  WS-GL-REF-TYPE              PIC X(1).
           10  WS-GL-REFERENCE             PIC X(10).
           10  WS-GL-DESCRIPTION           PIC X(20).
           10  WS-GL-STATUS-CODE           PIC X(2).

       01  WS-GL-ACCOUNTS.
           COPY GLACCTS.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'PREMIUM TAX ACCRUAL BY STATE    PERIOD: '.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'PREMIUM: '.
           05  RPT-DET-PREM              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'TAX: '.
           05  RPT-DET-TAX               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-NOTE              PIC X(13).
           05  FILLER                    PIC X(32) VALUE SPACES.

       01  RPT-STATE-TOTAL-LINE.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'PREMIUM: '.
           05  RPT-STO-PREM              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'TAX: '.
           05  RPT-STO-TAX               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(44) VALUE SPACES.

       01  RPT-GRAND-LINE.
           05  FILLER                    PIC X(19)
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'PREMIUM: '.
           05  RPT-GRD-PREM              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'TAX: '.
           05  RPT-GRD-TAX               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME

           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
               CALL 'ABEND'
           END-IF

           PERFORM 0200-LOAD-TAX-RATES

           MOVE 'OPEN' TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           MOVE WS-PARM-PERIOD-START TO RPT-HDR-START
           MOVE WS-PARM-PERIOD-END   TO RPT-HDR-END
           WRITE TAX-ACCRUAL-REPORT-REC FROM RPT-HEADER-LINE
           MOVE '/'             TO WS-PARM-PERIOD-END (6:1)
           MOVE WS-PRIOR-YYYY   TO WS-PARM-PERIOD-END (7:4).

       0200-LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TAXRATES: ' WS-RATE-STATUS
               CALL 'ABEND'
           END-IF
           PERFORM 0210-READ-RATE-PARA UNTIL END-OF-RATES
           CLOSE TAX-RATE-FILE.

       0210-READ-RATE-PARA.
           READ TAX-RATE-FILE
               AT END
                   MOVE 'YES' TO WS-RATE-EOF-SW
               NOT AT END
                   IF TXR-STATE NOT = SPACES AND TXR-RATE NUMERIC
                       IF WS-RATE-TBL-CNT >= 60
                           DISPLAY '*** TAXRPT1: RATE TABLE FULL '
                                   '(60) - RUN STOPPED ***'
                           CALL 'ABEND'
                       END-IF
                       ADD 1 TO WS-RATE-TBL-CNT
                       MOVE TXR-STATE TO WS-RATE-STATE (WS-RATE-TBL-CNT)
                       MOVE TXR-RATE  TO WS-RATE-PCT (WS-RATE-TBL-CNT)
                   END-IF
           END-READ.

       2000-PROCESS-PARA.
           IF WS-TX-STATE NOT = WS-CURRENT-STATE
               IF WS-CURRENT-STATE NOT = SPACES
                   PERFORM 3000-WRITE-STATE-TOTAL
               END-IF
               MOVE WS-TX-STATE TO WS-CURRENT-STATE
               MOVE 0 TO WS-STATE-CNT WS-STATE-PREM WS-STATE-TAX
           END-IF

           PERFORM 2200-COMPUTE-TAX

           MOVE WS-TX-STATE              TO RPT-DET-STATE
           MOVE WS-TX-POLICY-TYPE (1:10) TO RPT-DET-POLICY-TYPE
           MOVE WS-TX-RENEWAL-CNT        TO RPT-DET-CNT
           MOVE WS-TX-PREMIUM-SUM        TO RPT-DET-PREM
           MOVE WS-DET-TAX               TO RPT-DET-TAX
           WRITE TAX-ACCRUAL-REPORT-REC FROM RPT-DETAIL-LINE

           PERFORM 2100-WRITE-FEED-RECORD
           PERFORM 2300-JOURNAL-TAX

           ADD WS-TX-RENEWAL-CNT TO WS-STATE-CNT WS-GRAND-CNT
           ADD WS-TX-PREMIUM-SUM TO WS-STATE-PREM WS-GRAND-PREM
           ADD WS-DET-TAX        TO WS-STATE-TAX WS-GRAND-TAX

           PERFORM 2050-FETCH-ACCRUAL-PARA.

       2100-WRITE-FEED-RECORD.
           MOVE WS-TX-RENEWAL-CNT TO WS-FEED-CNT-EDIT
           MOVE WS-TX-PREMIUM-SUM TO WS-FEED-PREM-EDIT
           MOVE WS-DET-TAX        TO WS-FEED-TAX-EDIT
           MOVE SPACES TO TAX-ACCRUAL-FEED-REC
           STRING WS-TX-STATE              DELIMITED BY SIZE '|'
                  WS-TX-POLICY-TYPE (1:10) DELIMITED BY SIZE '|'
                  WS-FEED-CNT-EDIT         DELIMITED BY SIZE '|'
                  WS-FEED-PREM-EDIT        DELIMITED BY SIZE '|'
                  WS-PARM-PERIOD-START     DELIMITED BY SIZE '|'
                  WS-PARM-PERIOD-END       DELIMITED BY SIZE '|'
                  WS-FEED-TAX-EDIT         DELIMITED BY SIZE
             INTO TAX-ACCRUAL-FEED-REC
           END-STRING
           WRITE TAX-ACCRUAL-FEED-REC.

      *    THE TAX IS ROUNDED PER DETAIL LINE AND THE STATE AND GRAND
      *    TOTALS ARE SUMS OF THE ROUNDED LINES, SO THE JOURNAL TIES
      *    TO THE REPORT TO THE CENT.
       2200-COMPUTE-TAX.
           MOVE 0 TO WS-RATE-FOUND-IDX WS-DET-TAX
           MOVE SPACES TO RPT-DET-NOTE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                     UNTIL WS-RATE-IDX > WS-RATE-TBL-CNT
               IF WS-RATE-STATE (WS-RATE-IDX) = WS-TX-STATE
                   MOVE WS-RATE-IDX TO WS-RATE-FOUND-IDX
                   MOVE WS-RATE-TBL-CNT TO WS-RATE-IDX
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND-IDX = 0
               ADD 1 TO WS-UNRATED-CNT
               MOVE 'NO STATE RATE' TO RPT-DET-NOTE
           ELSE
               COMPUTE WS-DET-TAX ROUNDED =
                       WS-TX-PREMIUM-SUM
                       * WS-RATE-PCT (WS-RATE-FOUND-IDX)
           END-IF.

       2300-JOURNAL-TAX.
           MOVE 'POST'                   TO WS-GL-OPERATION-TYPE
           MOVE GL-ACCT-PREM-TAX-EXPENSE TO WS-GL-DEBIT-ACCOUNT
           MOVE GL-ACCT-PREM-TAX-PAYABLE TO WS-GL-CREDIT-ACCOUNT
           MOVE WS-DET-TAX               TO WS-GL-AMOUNT
           MOVE 'S'                      TO WS-GL-REF-TYPE
           MOVE WS-TX-STATE              TO WS-GL-REFERENCE
           MOVE 'PREMIUM TAX ACCRUAL'    TO WS-GL-DESCRIPTION
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA.

       3000-WRITE-STATE-TOTAL.
           MOVE WS-CURRENT-STATE TO RPT-STO-STATE
           MOVE WS-STATE-CNT     TO RPT-STO-CNT
           MOVE WS-STATE-PREM    TO RPT-STO-PREM
           MOVE WS-STATE-TAX     TO RPT-STO-TAX
           WRITE TAX-ACCRUAL-REPORT-REC FROM RPT-STATE-TOTAL-LINE.

       2050-FETCH-ACCRUAL-PARA.
           END-IF
           MOVE WS-GRAND-CNT  TO RPT-GRD-CNT
           MOVE WS-GRAND-PREM TO RPT-GRD-PREM
           MOVE WS-GRAND-TAX  TO RPT-GRD-TAX
           WRITE TAX-ACCRUAL-REPORT-REC FROM RPT-GRAND-LINE
           IF WS-UNRATED-CNT > 0
               DISPLAY 'TAXRPT1: LINES WITH NO STATE RATE: '
                       WS-UNRATED-CNT
           END-IF

           MOVE 'CONTROL'             TO WS-GL-OPERATION-TYPE
           MOVE WS-GRAND-TAX          TO WS-GL-AMOUNT
           MOVE 'TOTAL PREMIUM TAX'   TO WS-GL-DESCRIPTION
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA
           MOVE 'CLOSE'               TO WS-GL-OPERATION-TYPE
           CALL 'GLJDRVR1' USING GLJDRVR1-AREA

           CLOSE TAX-ACCRUAL-REPORT
           CLOSE TAX-ACCRUAL-FEED

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'TAXRPT1'       TO OPS-JOB-NAME
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
               MOVE WS-GRAND-CNT     TO OPS-RECORD-CNT
               MOVE WS-UNRATED-CNT   TO OPS-ERROR-CNT
               IF WS-UNRATED-CNT > 0
                   SET OPS-STATUS-WARNING TO TRUE
               ELSE
                   SET OPS-STATUS-OK TO TRUE
               END-IF
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF.

       END PROGRAM TAXRPT1.
