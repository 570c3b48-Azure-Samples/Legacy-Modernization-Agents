       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMSDBAG1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-BALANCE-FILE ASSIGN TO 'CMSAGBAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABL-STATUS.
           SELECT DEBIT-AGING-REPORT ASSIGN TO 'CMSDBAGR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-BALANCE-FILE.
       01  AGENT-BALANCE-REC.
           COPY CMSAGBAL.

       FD  DEBIT-AGING-REPORT.
       01  DEBIT-AGING-REPORT-REC        PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-ABL-STATUS                 PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-BALANCES           VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-DATE-FIELDS.
           05  WS-IOD-DATE-NUM           PIC 9(8).
           05  WS-IOD-TODAY              PIC S9(9) COMP.
           05  WS-AGE-DAYS               PIC S9(9) COMP.
           05  WS-DATE-WORK              PIC X(10).
           05  WS-DATE-INT               PIC S9(9) COMP.
           05  WS-DATE-VALID-SW          PIC X(1).
               88  DATE-VALID            VALUE 'Y'.

      *    DEBIT BALANCES ARE AGED FROM THE END OF THE STATEMENT
      *    PERIOD THE AGENT FIRST WENT INTO DEBIT. AN AGENT WHO IS NO
      *    LONGER ACTIVE, WHOSE APPOINTMENT HAS ENDED, OR WHO IS NOT
      *    ON THE AGENT FILE HAS NO FUTURE COMMISSION TO RECOVER FROM
      *    AND IS REFERRED FOR COLLECTION.
       01  WS-BUCKET-TOTALS.
           05  WS-BKT-ENTRY OCCURS 4 TIMES.
               10  WS-BKT-CNT            PIC 9(7) VALUE 0.
               10  WS-BKT-AMOUNT         PIC 9(9)V99 VALUE 0.
       01  WS-BKT-IDX                    PIC 9(2) VALUE 0.
       01  WS-AGENT-CNT                  PIC 9(7) VALUE 0.
       01  WS-DEBIT-TOTAL                PIC 9(9)V99 VALUE 0.
       01  WS-REFER-CNT                  PIC 9(7) VALUE 0.
       01  WS-REFER-TOTAL                PIC 9(9)V99 VALUE 0.
       01  WS-ERROR-CNT                  PIC 9(7) VALUE 0.
       01  WS-REFER-SW                   PIC X(1).
           88  REFER-FOR-COLLECTION      VALUE 'Y'.

       01  FLEDIVR1-AREA.
           10  WS-FLEDIVR1-OPERATION-TYPE  PIC X(8).
           10  WS-FLEDIVR1-AGENT-CODE      PIC X(10).
           10  WS-FLEDIVR1-MAINT-RECORD    PIC X(248).
           10  WS-FLEDIVR1-STATUS-CODE     PIC X(2).
           10  WS-FLEDIVR1-AGENT-RECORD.
               15  WS-FLEDIVR1-AGENT-NAME        PIC X(45).
               15  FILLER                        PIC X(132).
               15  WS-FLEDIVR1-AGENT-STATUS      PIC X(1).
               15  WS-FLEDIVR1-AGENT-TYPE        PIC X(10).
               15  FILLER                        PIC X(50).
               15  WS-FLEDIVR1-AGENT-END-DATE    PIC X(10).
           10  WS-FLEDIVR1-CALLER-JOB      PIC X(8).
           10  WS-FLEDIVR1-CALLER-USER     PIC X(8).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(38)
               VALUE 'AGENT DEBIT BALANCE AGING AS OF -     '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(84) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                    PIC X(12) VALUE 'AGENT'.
           05  FILLER                    PIC X(32) VALUE 'NAME'.
           05  FILLER                    PIC X(15)
               VALUE '      BALANCE'.
           05  FILLER                    PIC X(12) VALUE 'DEBIT SINCE'.
           05  FILLER                    PIC X(7)  VALUE ' DAYS'.
           05  FILLER                    PIC X(14) VALUE 'BUCKET'.
           05  FILLER                    PIC X(3)  VALUE 'S'.
           05  FILLER                    PIC X(12) VALUE 'END DATE'.
           05  FILLER                    PIC X(25) VALUE 'ACTION'.

       01  RPT-DETAIL-LINE.
           05  RPT-DET-AGENT             PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-NAME              PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-BALANCE           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-SINCE             PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-AGE-DAYS          PIC ZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-BUCKET            PIC X(12).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-STATUS            PIC X(1).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-END-DATE          PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-ACTION            PIC X(21).
           05  FILLER                    PIC X(4)  VALUE SPACES.

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
           05  FILLER                    PIC X(8)  VALUE 'AGENTS: '.
           05  RPT-BKT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'AMOUNT: '.
           05  RPT-BKT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-BALANCES
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-DATE-WORK
           PERFORM 2900-DATE-TO-INTEGER
           MOVE WS-DATE-INT     TO WS-IOD-TODAY

           OPEN OUTPUT DEBIT-AGING-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CMSDBAGR: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE DEBIT-AGING-REPORT-REC FROM RPT-HEADER-LINE
           WRITE DEBIT-AGING-REPORT-REC FROM RPT-COLUMN-LINE

      *    NO CMSAGBAL YET MEANS NO AGENT HAS EVER GONE INTO DEBIT -
      *    AN EMPTY REPORT, NOT AN ERROR.
           OPEN INPUT AGENT-BALANCE-FILE
           IF WS-ABL-STATUS NOT = '00'
               MOVE 'YES' TO WS-EOF-SW
           END-IF

           MOVE 'CMSDBAG1' TO WS-FLEDIVR1-CALLER-JOB
           MOVE 'CMSDBAG1' TO WS-FLEDIVR1-CALLER-USER
           MOVE 'OPEN'     TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-FLEDIVR1-STATUS-CODE NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                                        WS-FLEDIVR1-STATUS-CODE
               CALL 'ABEND'
           END-IF

           IF NOT END-OF-BALANCES
               PERFORM 2050-READ-BALANCE-PARA
           END-IF.

       2000-PROCESS-PARA.
           IF ABL-AGENT-CODE NOT = SPACES AND ABL-DEBIT-BALANCE > 0
               PERFORM 2100-AGE-DEBIT-BALANCE
           END-IF
           PERFORM 2050-READ-BALANCE-PARA.

       2050-READ-BALANCE-PARA.
           READ AGENT-BALANCE-FILE
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       2100-AGE-DEBIT-BALANCE.
           ADD 1                 TO WS-AGENT-CNT
           ADD ABL-DEBIT-BALANCE TO WS-DEBIT-TOTAL
           MOVE ABL-AGENT-CODE    TO RPT-DET-AGENT
           MOVE ABL-DEBIT-BALANCE TO RPT-DET-BALANCE
           MOVE ABL-DEBIT-SINCE   TO RPT-DET-SINCE

           MOVE 0 TO WS-AGE-DAYS
           MOVE ABL-DEBIT-SINCE TO WS-DATE-WORK
           PERFORM 2900-DATE-TO-INTEGER
           IF DATE-VALID AND WS-DATE-INT < WS-IOD-TODAY
               COMPUTE WS-AGE-DAYS = WS-IOD-TODAY - WS-DATE-INT
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS > 90
                   MOVE 4 TO WS-BKT-IDX
               WHEN WS-AGE-DAYS > 60
                   MOVE 3 TO WS-BKT-IDX
               WHEN WS-AGE-DAYS > 30
                   MOVE 2 TO WS-BKT-IDX
               WHEN OTHER
                   MOVE 1 TO WS-BKT-IDX
           END-EVALUATE
           ADD 1                 TO WS-BKT-CNT (WS-BKT-IDX)
           ADD ABL-DEBIT-BALANCE TO WS-BKT-AMOUNT (WS-BKT-IDX)
           MOVE WS-AGE-DAYS               TO RPT-DET-AGE-DAYS
           MOVE WS-BKT-LABEL (WS-BKT-IDX) TO RPT-DET-BUCKET

           PERFORM 2200-CHECK-AGENT-STANDING
           IF REFER-FOR-COLLECTION
               ADD 1                 TO WS-REFER-CNT
               ADD ABL-DEBIT-BALANCE TO WS-REFER-TOTAL
           END-IF
           WRITE DEBIT-AGING-REPORT-REC FROM RPT-DETAIL-LINE.

       2200-CHECK-AGENT-STANDING.
           MOVE 'N'    TO WS-REFER-SW
           MOVE SPACES TO RPT-DET-NAME RPT-DET-STATUS RPT-DET-END-DATE
                          RPT-DET-ACTION
           IF NOT ABL-WRITING-AGENT
               PERFORM 2250-OVERRIDE-PAYEE-STANDING
           ELSE
               PERFORM 2210-SEARCH-AGENT
           END-IF.

       2210-SEARCH-AGENT.
           MOVE 'SEARCH'       TO WS-FLEDIVR1-OPERATION-TYPE
           MOVE ABL-AGENT-CODE TO WS-FLEDIVR1-AGENT-CODE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-FLEDIVR1-STATUS-CODE NOT = '00'
               ADD 1 TO WS-ERROR-CNT
               MOVE 'Y' TO WS-REFER-SW
               MOVE '** NOT ON AGENT FILE **'  TO RPT-DET-NAME
               MOVE 'REFER FOR COLLECTION'     TO RPT-DET-ACTION
           ELSE
               MOVE WS-FLEDIVR1-AGENT-NAME     TO RPT-DET-NAME
               MOVE WS-FLEDIVR1-AGENT-STATUS   TO RPT-DET-STATUS
               MOVE WS-FLEDIVR1-AGENT-END-DATE TO RPT-DET-END-DATE
               IF WS-FLEDIVR1-AGENT-STATUS NOT = 'A'
                   MOVE 'Y' TO WS-REFER-SW
               ELSE
                   MOVE WS-FLEDIVR1-AGENT-END-DATE TO WS-DATE-WORK
                   PERFORM 2900-DATE-TO-INTEGER
                   IF DATE-VALID AND WS-DATE-INT <= WS-IOD-TODAY
                       MOVE 'Y' TO WS-REFER-SW
                   END-IF
               END-IF
               IF REFER-FOR-COLLECTION
                   MOVE 'REFER FOR COLLECTION' TO RPT-DET-ACTION
               ELSE
                   MOVE 'RECOVER FROM COMM'    TO RPT-DET-ACTION
               END-IF
           END-IF.

      *    A BRANCH OR AGENCY OVERRIDE PAYEE IS NOT ON THE AGENT FILE -
      *    ITS DEBIT IS RECOVERED FROM LATER OVERRIDE.
       2250-OVERRIDE-PAYEE-STANDING.
           IF ABL-BRANCH-PAYEE
               MOVE 'BRANCH OVERRIDE PAYEE' TO RPT-DET-NAME
           ELSE
               MOVE 'AGENCY OVERRIDE PAYEE' TO RPT-DET-NAME
           END-IF
           MOVE 'RECOVER FROM OVERRIDE'     TO RPT-DET-ACTION.

      *    MM/DD/YYYY IN WS-DATE-WORK TO A DAY NUMBER IN WS-DATE-INT.
       2900-DATE-TO-INTEGER.
           MOVE 'N' TO WS-DATE-VALID-SW
           MOVE 0   TO WS-DATE-INT
           IF WS-DATE-WORK (1:2) NUMERIC
                   AND WS-DATE-WORK (4:2) NUMERIC
                   AND WS-DATE-WORK (7:4) NUMERIC
               MOVE WS-DATE-WORK (7:4) TO WS-IOD-DATE-NUM (1:4)
               MOVE WS-DATE-WORK (1:2) TO WS-IOD-DATE-NUM (5:2)
               MOVE WS-DATE-WORK (4:2) TO WS-IOD-DATE-NUM (7:2)
               COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-IOD-DATE-NUM)
               MOVE 'Y' TO WS-DATE-VALID-SW
           END-IF.

      *    THE BUCKETS ADD BACK TO THE WHOLE OF CMSAGBAL - THE BALANCE
      *    OF THE AGENT DEBIT-BALANCE RECEIVABLE ACCOUNT.
       9000-FINALIZE-PARA.
           IF WS-ABL-STATUS = '00' OR WS-ABL-STATUS = '10'
               CLOSE AGENT-BALANCE-FILE
           END-IF
           MOVE 'CLOSE' TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA

           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                     UNTIL WS-BKT-IDX > 4
               MOVE WS-BKT-LABEL (WS-BKT-IDX)  TO RPT-BKT-LABEL
               MOVE WS-BKT-CNT (WS-BKT-IDX)    TO RPT-BKT-CNT
               MOVE WS-BKT-AMOUNT (WS-BKT-IDX) TO RPT-BKT-AMOUNT
               WRITE DEBIT-AGING-REPORT-REC FROM RPT-BUCKET-LINE
           END-PERFORM
           MOVE 'TOTAL AGENT DEBIT BALANCE' TO RPT-BKT-LABEL
           MOVE WS-AGENT-CNT         TO RPT-BKT-CNT
           MOVE WS-DEBIT-TOTAL       TO RPT-BKT-AMOUNT
           WRITE DEBIT-AGING-REPORT-REC FROM RPT-BUCKET-LINE
           MOVE 'REFER FOR COLLECTION'  TO RPT-BKT-LABEL
           MOVE WS-REFER-CNT         TO RPT-BKT-CNT
           MOVE WS-REFER-TOTAL       TO RPT-BKT-AMOUNT
           WRITE DEBIT-AGING-REPORT-REC FROM RPT-BUCKET-LINE

           CLOSE DEBIT-AGING-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'CMSDBAG1'      TO OPS-JOB-NAME
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
               MOVE WS-AGENT-CNT TO OPS-RECORD-CNT
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
           DISPLAY 'CMSDBAG1: AGENTS IN DEBIT: ' WS-AGENT-CNT
                   '  REFERRED FOR COLLECTION: ' WS-REFER-CNT.

       END PROGRAM CMSDBAG1.
