       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORRPT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MORATORIUM-REPORT ASSIGN TO 'MORRPTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    DISASTER MORATORIUM COMPLIANCE REGISTER - EVERY NON-RENEWAL,
      *    LAPSE NOTICE, NON-PAYMENT ESCALATION AND CANCELLATION HELD
      *    UNDER A MORATORIUM (TMORHOLD), GROUPED BY MORATORIUM, WITH
      *    WHETHER IT IS STILL HELD, WAS RELEASED AND ACTIONED, OR WAS
      *    CLOSED WITHOUT ACTION. THE FILING DEPARTMENTS ASK FOR IT
      *    WHILE A MORATORIUM RUNS AND AFTER IT ENDS.
       FD  MORATORIUM-REPORT.
       01  MORATORIUM-REPORT-REC         PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-REGISTER           VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    OPTIONAL RUN DATE (MM/DD/YYYY), BLANK TAKES TODAY. THE
      *    REGISTER COVERS EVERY MORATORIUM STILL IN FORCE OR ENDED
      *    WITHIN THE LOOKBACK DAYS (DEFAULT 90). A HOLD THE OWNING
      *    RUN HAS NOT RE-DRIVEN WITHIN THE GRACE DAYS (DEFAULT 30)
      *    AFTER ITS MORATORIUM ENDED IS CLOSED AS NO LONGER DUE.
       01  WS-PARM-CARD.
           05  WS-PARM-RUN-DATE          PIC X(10).
           05  FILLER                    PIC X(1).
           05  WS-PARM-LOOKBACK-DAYS     PIC X(3).
           05  FILLER                    PIC X(1).
           05  WS-PARM-GRACE-DAYS        PIC X(3).
           05  FILLER                    PIC X(62).
       01  WS-RUN-DATE                   PIC X(10).
       01  WS-LOOKBACK-DAYS              PIC S9(4) COMP VALUE 90.
       01  WS-GRACE-DAYS                 PIC S9(4) COMP VALUE 30.

       01  WS-CUR-MORATORIUM             PIC X(10) VALUE SPACES.
       01  WS-MOR-ITEM-CNT               PIC 9(7) VALUE 0.
       01  WS-ITEM-CNT                   PIC 9(7) VALUE 0.
       01  WS-MORATORIUM-CNT             PIC 9(7) VALUE 0.
       01  WS-HELD-CNT                   PIC 9(7) VALUE 0.
       01  WS-RELEASED-CNT               PIC 9(7) VALUE 0.
       01  WS-CLOSED-CNT                 PIC 9(7) VALUE 0.
       01  WS-EXPIRED-CNT                PIC 9(7) VALUE 0.
       01  WS-NONRENEW-CNT               PIC 9(7) VALUE 0.
       01  WS-LAPSE-CNT                  PIC 9(7) VALUE 0.
       01  WS-NONPAY-CNT                 PIC 9(7) VALUE 0.
       01  WS-CANCEL-CNT                 PIC 9(7) VALUE 0.

       01  MORDRVR1-AREA.
           10  WS-MR-OPERATION-TYPE        PIC X(10).
           10  WS-MR-PROCESS-DATE          PIC X(10).
           10  WS-MR-POLICY-NUMBER         PIC X(10).
           10  WS-MR-ACTION                PIC X(8).
           10  WS-MR-SOURCE-PGM            PIC X(8) VALUE 'MORRPT1'.
           10  WS-MR-MORATORIUM-ID         PIC X(10).
           10  WS-MR-REF-DATE              PIC X(10).
           10  WS-MR-REF-TEXT              PIC X(10).
           10  WS-MR-GRACE-DAYS            PIC S9(4) COMP VALUE 0.
           10  WS-MR-SQLCODE               PIC S9(9) COMP.
           10  WS-MR-ROW-CNT               PIC S9(9) COMP.
           10  WS-MR-OUT-MORATORIUM-ID     PIC X(10).
           10  WS-MR-OUT-STATE             PIC X(2).
           10  WS-MR-OUT-EVENT-DESC        PIC X(40).
           10  WS-MR-OUT-START-DATE        PIC X(10).
           10  WS-MR-OUT-END-DATE          PIC X(10).
           10  WS-MR-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-MR-OUT-ACTION            PIC X(8).
           10  WS-MR-OUT-SOURCE-PGM        PIC X(8).
           10  WS-MR-OUT-FIRST-HELD-DATE   PIC X(10).
           10  WS-MR-OUT-LAST-HELD-DATE    PIC X(10).
           10  WS-MR-OUT-HOLD-COUNT        PIC S9(4) COMP.
           10  WS-MR-OUT-REF-DATE          PIC X(10).
           10  WS-MR-OUT-REF-TEXT          PIC X(10).
           10  WS-MR-OUT-STATUS            PIC X(1).
           10  WS-MR-OUT-RELEASE-DATE      PIC X(10).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(45)
               VALUE 'DISASTER MORATORIUM COMPLIANCE REGISTER - AS '.
           05  FILLER                    PIC X(3)  VALUE 'OF '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(74) VALUE SPACES.

       01  RPT-MORATORIUM-LINE.
           05  FILLER                    PIC X(12) VALUE 'MORATORIUM: '.
           05  RPT-MOR-ID                PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'STATE: '.
           05  RPT-MOR-STATE             PIC X(2).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-MOR-EVENT-DESC        PIC X(40).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'FROM: '.
           05  RPT-MOR-START-DATE        PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'UNTIL: '.
           05  RPT-MOR-END-DATE          PIC X(10).
           05  FILLER                    PIC X(20) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-DTL-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DTL-ACTION            PIC X(8).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE 'BY: '.
           05  RPT-DTL-SOURCE-PGM        PIC X(8).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'REF: '.
           05  RPT-DTL-REF-DATE          PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-REF-TEXT          PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'HELD: '.
           05  RPT-DTL-FIRST-HELD        PIC X(10).
           05  FILLER                    PIC X(1)  VALUE '-'.
           05  RPT-DTL-LAST-HELD         PIC X(10).
           05  FILLER                    PIC X(2)  VALUE ' X'.
           05  RPT-DTL-HOLD-COUNT        PIC ZZ9.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-STATUS            PIC X(8).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-RELEASE-DATE      PIC X(10).
           05  FILLER                    PIC X(8)  VALUE SPACES.

       01  RPT-MOR-TOTAL-LINE.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(36)
               VALUE 'ACTIONS HELD UNDER THIS MORATORIUM: '.
           05  RPT-MTL-CNT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(86) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-REGISTER
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
           IF WS-PARM-RUN-DATE = SPACES
               MOVE WS-CURRENT-DATE  TO WS-RUN-DATE
           ELSE
               MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
           END-IF
           IF WS-PARM-LOOKBACK-DAYS NUMERIC
               MOVE WS-PARM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF
           IF WS-PARM-GRACE-DAYS NUMERIC
               MOVE WS-PARM-GRACE-DAYS TO WS-GRACE-DAYS
           END-IF

           OPEN OUTPUT MORATORIUM-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING MORRPTRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-RUN-DATE TO RPT-HDR-DATE
           WRITE MORATORIUM-REPORT-REC FROM RPT-HEADER-LINE

      *    THE HOUSEKEEPING RUNS FIRST SO THE REGISTER SHOWS THE
      *    ITEMS IT CLOSED.
           MOVE 'EXPIRE'      TO WS-MR-OPERATION-TYPE
           MOVE WS-RUN-DATE   TO WS-MR-PROCESS-DATE
           MOVE WS-GRACE-DAYS TO WS-MR-GRACE-DAYS
           CALL 'MORDRVR1' USING MORDRVR1-AREA
           IF WS-MR-SQLCODE = 0
               MOVE WS-MR-ROW-CNT TO WS-EXPIRED-CNT
           END-IF

           MOVE 'REGOPEN'        TO WS-MR-OPERATION-TYPE
           MOVE WS-RUN-DATE      TO WS-MR-PROCESS-DATE
           MOVE WS-LOOKBACK-DAYS TO WS-MR-GRACE-DAYS
           CALL 'MORDRVR1' USING MORDRVR1-AREA
           PERFORM 2050-FETCH-REGISTER-PARA.

       2000-PROCESS-PARA.
           IF WS-MR-OUT-MORATORIUM-ID NOT = WS-CUR-MORATORIUM
               IF WS-CUR-MORATORIUM NOT = SPACES
                   PERFORM 2500-END-MORATORIUM
               END-IF
               PERFORM 2100-START-MORATORIUM
           END-IF

           ADD 1 TO WS-ITEM-CNT
                    WS-MOR-ITEM-CNT
           EVALUATE WS-MR-OUT-ACTION
               WHEN 'NONRENEW'
                   ADD 1 TO WS-NONRENEW-CNT
               WHEN 'LAPSE'
                   ADD 1 TO WS-LAPSE-CNT
               WHEN 'NONPAY'
                   ADD 1 TO WS-NONPAY-CNT
               WHEN OTHER
                   ADD 1 TO WS-CANCEL-CNT
           END-EVALUATE

           MOVE WS-MR-OUT-POLICY-NUMBER   TO RPT-DTL-POLICY-NUMBER
           MOVE WS-MR-OUT-ACTION          TO RPT-DTL-ACTION
           MOVE WS-MR-OUT-SOURCE-PGM      TO RPT-DTL-SOURCE-PGM
           MOVE WS-MR-OUT-REF-DATE        TO RPT-DTL-REF-DATE
           MOVE WS-MR-OUT-REF-TEXT        TO RPT-DTL-REF-TEXT
           MOVE WS-MR-OUT-FIRST-HELD-DATE TO RPT-DTL-FIRST-HELD
           MOVE WS-MR-OUT-LAST-HELD-DATE  TO RPT-DTL-LAST-HELD
           MOVE WS-MR-OUT-HOLD-COUNT      TO RPT-DTL-HOLD-COUNT
           MOVE WS-MR-OUT-RELEASE-DATE    TO RPT-DTL-RELEASE-DATE
           EVALUATE WS-MR-OUT-STATUS
               WHEN 'H'
                   ADD 1 TO WS-HELD-CNT
                   MOVE 'HELD'     TO RPT-DTL-STATUS
               WHEN 'R'
                   ADD 1 TO WS-RELEASED-CNT
                   MOVE 'RELEASED' TO RPT-DTL-STATUS
               WHEN OTHER
                   ADD 1 TO WS-CLOSED-CNT
                   MOVE 'CLOSED'   TO RPT-DTL-STATUS
           END-EVALUATE
           WRITE MORATORIUM-REPORT-REC FROM RPT-DETAIL-LINE

           PERFORM 2050-FETCH-REGISTER-PARA.

       2050-FETCH-REGISTER-PARA.
           MOVE 'REGFETCH' TO WS-MR-OPERATION-TYPE
           CALL 'MORDRVR1' USING MORDRVR1-AREA
           IF WS-MR-SQLCODE NOT = 0
               MOVE 'YES' TO WS-EOF-SW
           END-IF.

       2100-START-MORATORIUM.
           ADD 1 TO WS-MORATORIUM-CNT
           MOVE 0                       TO WS-MOR-ITEM-CNT
           MOVE WS-MR-OUT-MORATORIUM-ID TO WS-CUR-MORATORIUM
                                           RPT-MOR-ID
           MOVE WS-MR-OUT-STATE         TO RPT-MOR-STATE
           MOVE WS-MR-OUT-EVENT-DESC    TO RPT-MOR-EVENT-DESC
           MOVE WS-MR-OUT-START-DATE    TO RPT-MOR-START-DATE
           MOVE WS-MR-OUT-END-DATE      TO RPT-MOR-END-DATE
           WRITE MORATORIUM-REPORT-REC FROM RPT-MORATORIUM-LINE.

       2500-END-MORATORIUM.
           MOVE WS-MOR-ITEM-CNT TO RPT-MTL-CNT
           WRITE MORATORIUM-REPORT-REC FROM RPT-MOR-TOTAL-LINE.

       9000-FINALIZE-PARA.
           MOVE 'REGCLOSE' TO WS-MR-OPERATION-TYPE
           CALL 'MORDRVR1' USING MORDRVR1-AREA
           IF WS-CUR-MORATORIUM NOT = SPACES
               PERFORM 2500-END-MORATORIUM
           END-IF

           MOVE 'MORATORIA REPORTED'               TO RPT-TOT-LABEL
           MOVE WS-MORATORIUM-CNT                  TO RPT-TOT-CNT
           WRITE MORATORIUM-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'ACTIONS SUPPRESSED'               TO RPT-TOT-LABEL
           MOVE WS-ITEM-CNT                        TO RPT-TOT-CNT
           WRITE MORATORIUM-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NON-RENEWALS'                   TO RPT-TOT-LABEL
           MOVE WS-NONRENEW-CNT                    TO RPT-TOT-CNT
           WRITE MORATORIUM-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  LAPSE NOTICES'                  TO RPT-TOT-LABEL
           MOVE WS-LAPSE-CNT                       TO RPT-TOT-CNT
           WRITE MORATORIUM-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NON-PAYMENT NOTICES/CANCELLATIONS' TO RPT-TOT-LABEL
           MOVE WS-NONPAY-CNT                      TO RPT-TOT-CNT
           WRITE MORATORIUM-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  OTHER CANCELLATIONS'            TO RPT-TOT-LABEL
           MOVE WS-CANCEL-CNT                      TO RPT-TOT-CNT
           WRITE MORATORIUM-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'STILL HELD'                       TO RPT-TOT-LABEL
           MOVE WS-HELD-CNT                        TO RPT-TOT-CNT
           WRITE MORATORIUM-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'RELEASED AND ACTIONED'            TO RPT-TOT-LABEL
           MOVE WS-RELEASED-CNT                    TO RPT-TOT-CNT
           WRITE MORATORIUM-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'CLOSED WITHOUT ACTION'            TO RPT-TOT-LABEL
           MOVE WS-CLOSED-CNT                      TO RPT-TOT-CNT
           WRITE MORATORIUM-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  OF WHICH CLOSED THIS RUN'       TO RPT-TOT-LABEL
           MOVE WS-EXPIRED-CNT                     TO RPT-TOT-CNT
           WRITE MORATORIUM-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE MORATORIUM-REPORT

      *    AN ITEM CLOSED WITHOUT ACTION THIS RUN IS A WARNING - THE
      *    DESK CONFIRMS IT REALLY WAS NO LONGER DUE.
           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'MORRPT1'       TO OPS-JOB-NAME
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
               MOVE WS-ITEM-CNT     TO OPS-RECORD-CNT
               MOVE WS-EXPIRED-CNT  TO OPS-ERROR-CNT
               IF WS-EXPIRED-CNT > 0
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
           DISPLAY 'MORRPT1: SUPPRESSED: ' WS-ITEM-CNT
                   '  HELD: ' WS-HELD-CNT
                   '  CLOSED THIS RUN: ' WS-EXPIRED-CNT.

       END PROGRAM MORRPT1.
