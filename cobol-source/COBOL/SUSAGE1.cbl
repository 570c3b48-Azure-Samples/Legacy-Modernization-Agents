       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSAGE1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-AGING-REPORT ASSIGN TO 'SUSAGERP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-AGING-REPORT.
       01  SUSPENSE-AGING-REPORT-REC     PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-ITEMS              VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    OPEN ITEMS ARE AGED FROM THE RECEIPT DATE INTO THE FOUR
      *    BUCKETS THE CASH DESK WORKS TO; ITEMS MARKED FOR REFUND ARE
      *    NO LONGER UNAPPLIED CASH BUT ARE LISTED UNTIL PAID OUT.
       01  WS-BUCKET-TOTALS.
           05  WS-BKT-ENTRY OCCURS 4 TIMES.
               10  WS-BKT-CNT            PIC 9(7) VALUE 0.
               10  WS-BKT-AMOUNT         PIC 9(9)V99 VALUE 0.
       01  WS-BKT-IDX                    PIC 9(2) VALUE 0.
       01  WS-OPEN-CNT                   PIC 9(7) VALUE 0.
       01  WS-OPEN-TOTAL                 PIC 9(9)V99 VALUE 0.
       01  WS-REFUND-CNT                 PIC 9(7) VALUE 0.
       01  WS-REFUND-TOTAL               PIC 9(9)V99 VALUE 0.
       01  WS-ITEM-CNT                   PIC 9(7) VALUE 0.
       01  WS-ERROR-CNT                  PIC 9(7) VALUE 0.

       01  SUSDRVR1-AREA.
           10  WS-SS-OPERATION-TYPE        PIC X(10).
           10  WS-SS-ITEM-ID               PIC X(14).
           10  WS-SS-RECEIPT-DATE          PIC X(10).
           10  WS-SS-POLICY-NUMBER         PIC X(10).
           10  WS-SS-INSTALL-NO            PIC S9(9) COMP.
           10  WS-SS-AMOUNT                PIC S9(5)V9(2) COMP-3.
           10  WS-SS-REASON                PIC X(10).
           10  WS-SS-ACTION-USER           PIC X(8).
           10  WS-SS-SQLCODE               PIC S9(9) COMP.
           10  WS-SS-OUT-ITEM-ID           PIC X(14).
           10  WS-SS-OUT-RECEIPT-DATE      PIC X(10).
           10  WS-SS-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-SS-OUT-INSTALL-NO        PIC S9(9) COMP.
           10  WS-SS-OUT-AMOUNT            PIC S9(5)V9(2) COMP-3.
           10  WS-SS-OUT-REASON            PIC X(10).
           10  WS-SS-OUT-STATUS            PIC X(1).
           10  WS-SS-OUT-AGE-DAYS          PIC S9(9) COMP.
           10  WS-SS-OUT-OPEN-CNT          PIC S9(9) COMP.
           10  WS-SS-OUT-OPEN-TOTAL        PIC S9(9)V9(2) COMP-3.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(38)
               VALUE 'UNAPPLIED-CASH SUSPENSE AGING AS OF - '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(84) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                    PIC X(16) VALUE 'ITEM ID'.
           05  FILLER                    PIC X(12) VALUE 'RECEIVED'.
           05  FILLER                    PIC X(12) VALUE 'POLICY'.
           05  FILLER                    PIC X(6)  VALUE 'INST'.
           05  FILLER                    PIC X(12) VALUE '      AMOUNT'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'REASON'.
           05  FILLER                    PIC X(8)  VALUE 'DAYS'.
           05  FILLER                    PIC X(52) VALUE 'BUCKET'.

       01  RPT-DETAIL-LINE.
           05  RPT-DET-ITEM-ID           PIC X(14).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-RECEIPT-DATE      PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-INSTALL-NO        PIC ZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-AMOUNT            PIC ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  RPT-DET-REASON            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-AGE-DAYS          PIC ZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  RPT-DET-BUCKET            PIC X(20).
           05  FILLER                    PIC X(32) VALUE SPACES.

       01  WS-BUCKET-LABELS.
           05  FILLER                    PIC X(20) VALUE '0-30 DAYS'.
           05  FILLER                    PIC X(20) VALUE '31-60 DAYS'.
           05  FILLER                    PIC X(20) VALUE '61-90 DAYS'.
           05  FILLER                    PIC X(20) VALUE 'OVER 90 DAYS'.
       01  WS-BUCKET-LABEL-TBL REDEFINES WS-BUCKET-LABELS.
           05  WS-BKT-LABEL              PIC X(20) OCCURS 4 TIMES.

       01  RPT-BUCKET-LINE.
           05  FILLER                    PIC X(8)  VALUE 'BUCKET: '.
           05  RPT-BKT-LABEL             PIC X(26).
           05  FILLER                    PIC X(7)  VALUE 'ITEMS: '.
           05  RPT-BKT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'AMOUNT: '.
           05  RPT-BKT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(59) VALUE SPACES.

       01  RPT-MESSAGE-LINE.
           05  RPT-MSG-TEXT              PIC X(80).
           05  FILLER                    PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-ITEMS
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME

           OPEN OUTPUT SUSPENSE-AGING-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SUSAGERP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE SUSPENSE-AGING-REPORT-REC FROM RPT-HEADER-LINE
           WRITE SUSPENSE-AGING-REPORT-REC FROM RPT-COLUMN-LINE

           MOVE 'OPEN' TO WS-SS-OPERATION-TYPE
           CALL 'SUSDRVR1' USING SUSDRVR1-AREA

           PERFORM 2050-FETCH-ITEM-PARA.

       2000-PROCESS-PARA.
           ADD 1 TO WS-ITEM-CNT
           MOVE WS-SS-OUT-ITEM-ID       TO RPT-DET-ITEM-ID
           MOVE WS-SS-OUT-RECEIPT-DATE  TO RPT-DET-RECEIPT-DATE
           MOVE WS-SS-OUT-POLICY-NUMBER TO RPT-DET-POLICY-NUMBER
           MOVE WS-SS-OUT-INSTALL-NO    TO RPT-DET-INSTALL-NO
           MOVE WS-SS-OUT-AMOUNT        TO RPT-DET-AMOUNT
           MOVE WS-SS-OUT-REASON        TO RPT-DET-REASON
           MOVE WS-SS-OUT-AGE-DAYS      TO RPT-DET-AGE-DAYS

           IF WS-SS-OUT-STATUS = 'R'
               ADD 1                TO WS-REFUND-CNT
               ADD WS-SS-OUT-AMOUNT TO WS-REFUND-TOTAL
               MOVE 'REFUND PENDING'   TO RPT-DET-BUCKET
           ELSE
               PERFORM 2100-AGE-OPEN-ITEM
           END-IF
           WRITE SUSPENSE-AGING-REPORT-REC FROM RPT-DETAIL-LINE

           PERFORM 2050-FETCH-ITEM-PARA.

       2100-AGE-OPEN-ITEM.
           EVALUATE TRUE
               WHEN WS-SS-OUT-AGE-DAYS > 90
                   MOVE 4 TO WS-BKT-IDX
               WHEN WS-SS-OUT-AGE-DAYS > 60
                   MOVE 3 TO WS-BKT-IDX
               WHEN WS-SS-OUT-AGE-DAYS > 30
                   MOVE 2 TO WS-BKT-IDX
               WHEN OTHER
                   MOVE 1 TO WS-BKT-IDX
           END-EVALUATE
           ADD 1                TO WS-BKT-CNT (WS-BKT-IDX)
           ADD WS-SS-OUT-AMOUNT TO WS-BKT-AMOUNT (WS-BKT-IDX)
           ADD 1                TO WS-OPEN-CNT
           ADD WS-SS-OUT-AMOUNT TO WS-OPEN-TOTAL
           MOVE WS-BKT-LABEL (WS-BKT-IDX) TO RPT-DET-BUCKET.

       2050-FETCH-ITEM-PARA.
           MOVE 'FETCH' TO WS-SS-OPERATION-TYPE
           CALL 'SUSDRVR1' USING SUSDRVR1-AREA
           IF WS-SS-SQLCODE NOT = 0
               MOVE 'YES' TO WS-EOF-SW
           END-IF.

      *    THE BUCKETS MUST ADD BACK TO THE LEDGER'S OWN OPEN BALANCE -
      *    THE FIGURE RECONCILED TO THE UNAPPLIED-CASH GL ACCOUNT.
       9000-FINALIZE-PARA.
           MOVE 'CLOSE' TO WS-SS-OPERATION-TYPE
           CALL 'SUSDRVR1' USING SUSDRVR1-AREA

           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                     UNTIL WS-BKT-IDX > 4
               MOVE WS-BKT-LABEL (WS-BKT-IDX)  TO RPT-BKT-LABEL
               MOVE WS-BKT-CNT (WS-BKT-IDX)    TO RPT-BKT-CNT
               MOVE WS-BKT-AMOUNT (WS-BKT-IDX) TO RPT-BKT-AMOUNT
               WRITE SUSPENSE-AGING-REPORT-REC FROM RPT-BUCKET-LINE
           END-PERFORM
           MOVE 'TOTAL OPEN (UNAPPLIED CASH)' TO RPT-BKT-LABEL
           MOVE WS-OPEN-CNT          TO RPT-BKT-CNT
           MOVE WS-OPEN-TOTAL        TO RPT-BKT-AMOUNT
           WRITE SUSPENSE-AGING-REPORT-REC FROM RPT-BUCKET-LINE
           MOVE 'MARKED FOR REFUND'  TO RPT-BKT-LABEL
           MOVE WS-REFUND-CNT        TO RPT-BKT-CNT
           MOVE WS-REFUND-TOTAL      TO RPT-BKT-AMOUNT
           WRITE SUSPENSE-AGING-REPORT-REC FROM RPT-BUCKET-LINE

           MOVE 'BALANCE' TO WS-SS-OPERATION-TYPE
           CALL 'SUSDRVR1' USING SUSDRVR1-AREA
           IF WS-SS-OUT-OPEN-TOTAL = WS-OPEN-TOTAL
                   AND WS-SS-OUT-OPEN-CNT = WS-OPEN-CNT
               MOVE 'AGED ITEMS AGREE TO THE OPEN SUSPENSE BALANCE'
                                        TO RPT-MSG-TEXT
           ELSE
               ADD 1 TO WS-ERROR-CNT
               MOVE '*** AGED ITEMS DO NOT AGREE TO THE OPEN SUSPENSE BA
      -             'LANCE ***'         TO RPT-MSG-TEXT
           END-IF
           WRITE SUSPENSE-AGING-REPORT-REC FROM RPT-MESSAGE-LINE

           CLOSE SUSPENSE-AGING-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'SUSAGE1'       TO OPS-JOB-NAME
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
               MOVE WS-ITEM-CNT  TO OPS-RECORD-CNT
               MOVE WS-ERROR-CNT TO OPS-ERROR-CNT
               IF WS-ERROR-CNT > 0
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
           DISPLAY 'SUSAGE1: ITEMS LISTED: ' WS-ITEM-CNT
                   '  OPEN: ' WS-OPEN-CNT
                   '  REFUND PENDING: ' WS-REFUND-CNT.

       END PROGRAM SUSAGE1.
