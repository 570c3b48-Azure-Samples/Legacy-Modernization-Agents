       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRMBKFL1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-HISTORY-REPORT ASSIGN TO 'TRMBKFLR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-HISTORY-REPORT.
       01  TERM-HISTORY-REPORT-REC       PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-CURSOR-EOF-SW              PIC X(3) VALUE 'NO'.
           88  END-OF-CURSOR             VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    RUN MODE IN COLUMNS 1-8:
      *      BACKFILL - ONE-TIME LOAD OF TPOLTERM FROM THE TCANCEL AND
      *                 TRENEWAL HISTORY AND THE TERM EACH POLICY ON
      *                 TPOLICY SHOWS TODAY, FOLLOWED BY THE LAPSE
      *                 SWEEP
      *      LAPSE    - THE LAPSE SWEEP ONLY (THE DEFAULT) - SCHEDULED
      *                 NIGHTLY AFTER REINST1
      *    GRACE DAYS IN COLUMNS 9-11, DEFAULT 30 - KEEP IN STEP WITH
      *    REINST1'S GRACE WINDOW.
       01  WS-PARM-CARD.
           05  WS-PARM-MODE              PIC X(8).
               88  PARM-BACKFILL         VALUE 'BACKFILL'.
           05  WS-PARM-GRACE-DAYS        PIC 9(3).
           05  FILLER                    PIC X(69).

       01  WS-CANCEL-READ-CNT            PIC 9(7) VALUE 0.
       01  WS-RENEWAL-READ-CNT           PIC 9(7) VALUE 0.
       01  WS-POLICY-READ-CNT            PIC 9(7) VALUE 0.
       01  WS-TERM-OPENED-CNT            PIC 9(7) VALUE 0.
       01  WS-TERM-ALIGNED-CNT           PIC 9(7) VALUE 0.
       01  WS-SKIPPED-CNT                PIC 9(7) VALUE 0.
       01  WS-LAPSED-CNT                 PIC 9(7) VALUE 0.

      *    A POLICY'S RENEWALS COME IN TERM ORDER, SO THE PREMIUM OF
      *    THE TERM BEFORE A RENEWAL IS THE ONE THE PREVIOUS RENEWAL
      *    OF THE SAME POLICY RECORDED. THE FIRST ONE HAS NONE.
       01  WS-PREV-POLICY                PIC X(10) VALUE SPACES.
       01  WS-PREV-PREMIUM               PIC S9(5)V9(2) COMP-3
                                                   VALUE 0.

       01  TRMDRVR1-AREA.
           10  WS-PT-OPERATION-TYPE        PIC X(10).
           10  WS-PT-POLICY-NUMBER         PIC X(10).
           10  WS-PT-TERM-START-DATE       PIC X(10).
           10  WS-PT-TERM-EXPIRY-DATE      PIC X(10).
           10  WS-PT-NEW-EXPIRY-DATE       PIC X(10).
           10  WS-PT-OUTCOME-DATE          PIC X(10).
           10  WS-PT-OUTCOME-REASON        PIC X(10).
           10  WS-PT-PREMIUM-AMOUNT        PIC S9(5)V9(2) COMP-3.
           10  WS-PT-PRIOR-PREMIUM         PIC S9(5)V9(2) COMP-3.
           10  WS-PT-SOURCE                PIC X(8).
           10  WS-PT-GRACE-DAYS            PIC S9(4) COMP.
           10  WS-PT-PROCESS-DATE          PIC X(10).
           10  WS-PT-SQLCODE               PIC S9(9) COMP.
           10  WS-PT-ROW-CNT               PIC S9(9) COMP.
           10  WS-PT-TERM-OPENED           PIC X(1).
           10  WS-PT-NEXT-TERM             PIC X(1).
           10  WS-PT-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-PT-OUT-DATE-1            PIC X(10).
           10  WS-PT-OUT-DATE-2            PIC X(10).
           10  WS-PT-OUT-DATE-3            PIC X(10).
           10  WS-PT-OUT-PREMIUM           PIC S9(5)V9(2) COMP-3.
           10  WS-PT-OUT-REASON            PIC X(10).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(34)
               VALUE 'POLICY TERM HISTORY RUN -         '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(8)  VALUE '  MODE: '.
           05  RPT-HDR-MODE              PIC X(8).
           05  FILLER                    PIC X(9)  VALUE '  GRACE: '.
           05  RPT-HDR-GRACE             PIC ZZ9.
           05  FILLER                    PIC X(5)  VALUE ' DAYS'.
           05  FILLER                    PIC X(55) VALUE SPACES.

       01  RPT-SKIP-LINE.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-SKP-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'SOURCE: '.
           05  RPT-SKP-SOURCE            PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'EVENT DATE: '.
           05  RPT-SKP-DATE              PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'SKIPPED - POLICY NO LONGER ON TPOLICY   '.
           05  FILLER                    PIC X(30) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           IF PARM-BACKFILL
               PERFORM 2000-BACKFILL-CANCELLATIONS
               PERFORM 3000-BACKFILL-RENEWALS
               PERFORM 4000-BACKFILL-CURRENT-TERMS
           END-IF
           PERFORM 5000-LAPSE-SWEEP
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
           IF NOT PARM-BACKFILL
               MOVE 'LAPSE' TO WS-PARM-MODE
           END-IF
           IF WS-PARM-GRACE-DAYS NOT NUMERIC
                   OR WS-PARM-GRACE-DAYS = 0
               MOVE 30 TO WS-PARM-GRACE-DAYS
           END-IF

           OPEN OUTPUT TERM-HISTORY-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRMBKFLR: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE    TO RPT-HDR-DATE
           MOVE WS-PARM-MODE       TO RPT-HDR-MODE
           MOVE WS-PARM-GRACE-DAYS TO RPT-HDR-GRACE
           WRITE TERM-HISTORY-REPORT-REC FROM RPT-HEADER-LINE.

      *    CANCELLATIONS GO FIRST: TCANCEL CARRIES THE CANCELLED
      *    TERM'S OWN DATES AND PREMIUM, SO THOSE ROWS ARE EXACT AND
      *    THE RENEWAL PASS THAT FOLLOWS ONLY CLOSES AND OPENS AROUND
      *    THEM.
       2000-BACKFILL-CANCELLATIONS.
           MOVE 'CN-OPEN' TO WS-PT-OPERATION-TYPE
           CALL 'TRMDRVR1' USING TRMDRVR1-AREA
           MOVE 'NO' TO WS-CURSOR-EOF-SW
           PERFORM 2100-BACKFILL-ONE-CANCEL UNTIL END-OF-CURSOR
           MOVE 'CN-CLOSE' TO WS-PT-OPERATION-TYPE
           CALL 'TRMDRVR1' USING TRMDRVR1-AREA.

       2100-BACKFILL-ONE-CANCEL.
           MOVE 'CN-FETCH' TO WS-PT-OPERATION-TYPE
           CALL 'TRMDRVR1' USING TRMDRVR1-AREA
           IF WS-PT-SQLCODE NOT = 0
               MOVE 'YES' TO WS-CURSOR-EOF-SW
           ELSE
               ADD 1 TO WS-CANCEL-READ-CNT
               MOVE WS-PT-OUT-POLICY-NUMBER TO WS-PT-POLICY-NUMBER
               MOVE WS-PT-OUT-DATE-1        TO WS-PT-TERM-START-DATE
               MOVE WS-PT-OUT-DATE-2        TO WS-PT-TERM-EXPIRY-DATE
               MOVE SPACES                  TO WS-PT-NEW-EXPIRY-DATE
               MOVE WS-PT-OUT-DATE-3        TO WS-PT-OUTCOME-DATE
               MOVE WS-PT-OUT-REASON        TO WS-PT-OUTCOME-REASON
               MOVE 0                       TO WS-PT-PREMIUM-AMOUNT
               MOVE WS-PT-OUT-PREMIUM       TO WS-PT-PRIOR-PREMIUM
               MOVE 'CANCEL'                TO WS-PT-OPERATION-TYPE
               MOVE 'BACKFILL'              TO WS-PT-SOURCE
               CALL 'TRMDRVR1' USING TRMDRVR1-AREA
               MOVE 'TCANCEL'               TO RPT-SKP-SOURCE
               PERFORM 6000-COUNT-RESULT
           END-IF.

       3000-BACKFILL-RENEWALS.
           MOVE 'RN-OPEN' TO WS-PT-OPERATION-TYPE
           CALL 'TRMDRVR1' USING TRMDRVR1-AREA
           MOVE 'NO' TO WS-CURSOR-EOF-SW
           PERFORM 3100-BACKFILL-ONE-RENEWAL UNTIL END-OF-CURSOR
           MOVE 'RN-CLOSE' TO WS-PT-OPERATION-TYPE
           CALL 'TRMDRVR1' USING TRMDRVR1-AREA.

       3100-BACKFILL-ONE-RENEWAL.
           MOVE 'RN-FETCH' TO WS-PT-OPERATION-TYPE
           CALL 'TRMDRVR1' USING TRMDRVR1-AREA
           IF WS-PT-SQLCODE NOT = 0
               MOVE 'YES' TO WS-CURSOR-EOF-SW
           ELSE
               ADD 1 TO WS-RENEWAL-READ-CNT
               IF WS-PT-OUT-POLICY-NUMBER NOT = WS-PREV-POLICY
                   MOVE 0 TO WS-PREV-PREMIUM
               END-IF
               MOVE WS-PT-OUT-POLICY-NUMBER TO WS-PT-POLICY-NUMBER
                                               WS-PREV-POLICY
               MOVE SPACES                  TO WS-PT-TERM-START-DATE
               MOVE WS-PT-OUT-DATE-1        TO WS-PT-TERM-EXPIRY-DATE
               MOVE WS-PT-OUT-DATE-2        TO WS-PT-NEW-EXPIRY-DATE
               MOVE WS-PT-OUT-DATE-3        TO WS-PT-OUTCOME-DATE
               MOVE WS-PT-OUT-REASON        TO WS-PT-OUTCOME-REASON
               MOVE WS-PT-OUT-PREMIUM       TO WS-PT-PREMIUM-AMOUNT
               MOVE WS-PREV-PREMIUM         TO WS-PT-PRIOR-PREMIUM
               MOVE WS-PT-OUT-PREMIUM       TO WS-PREV-PREMIUM
               MOVE 'RENEW'                 TO WS-PT-OPERATION-TYPE
               MOVE 'BACKFILL'              TO WS-PT-SOURCE
               CALL 'TRMDRVR1' USING TRMDRVR1-AREA
               MOVE 'TRENEWAL'              TO RPT-SKP-SOURCE
               PERFORM 6000-COUNT-RESULT
           END-IF.

      *    EVERY POLICY'S TERM IN FORCE, INCLUDING ONES WRITTEN AFTER
      *    THE LAST RECORDED RENEWAL OR NEVER RENEWED AT ALL.
       4000-BACKFILL-CURRENT-TERMS.
           MOVE 'PL-OPEN' TO WS-PT-OPERATION-TYPE
           CALL 'TRMDRVR1' USING TRMDRVR1-AREA
           MOVE 'NO' TO WS-CURSOR-EOF-SW
           PERFORM 4100-BACKFILL-ONE-POLICY UNTIL END-OF-CURSOR
           MOVE 'PL-CLOSE' TO WS-PT-OPERATION-TYPE
           CALL 'TRMDRVR1' USING TRMDRVR1-AREA.

       4100-BACKFILL-ONE-POLICY.
           MOVE 'PL-FETCH' TO WS-PT-OPERATION-TYPE
           CALL 'TRMDRVR1' USING TRMDRVR1-AREA
           IF WS-PT-SQLCODE NOT = 0
               MOVE 'YES' TO WS-CURSOR-EOF-SW
           ELSE
               ADD 1 TO WS-POLICY-READ-CNT
               MOVE WS-PT-OUT-POLICY-NUMBER TO WS-PT-POLICY-NUMBER
               MOVE SPACES                  TO WS-PT-TERM-START-DATE
                                               WS-PT-TERM-EXPIRY-DATE
                                               WS-PT-NEW-EXPIRY-DATE
                                               WS-PT-OUTCOME-DATE
                                               WS-PT-OUTCOME-REASON
               MOVE 0                       TO WS-PT-PREMIUM-AMOUNT
                                               WS-PT-PRIOR-PREMIUM
               MOVE 'CURRENT'               TO WS-PT-OPERATION-TYPE
               MOVE 'BACKFILL'              TO WS-PT-SOURCE
               CALL 'TRMDRVR1' USING TRMDRVR1-AREA
               MOVE 'TPOLICY'               TO RPT-SKP-SOURCE
               PERFORM 6000-COUNT-RESULT
           END-IF.

       5000-LAPSE-SWEEP.
           MOVE 'LAPSE'            TO WS-PT-OPERATION-TYPE
           MOVE WS-PARM-GRACE-DAYS TO WS-PT-GRACE-DAYS
           MOVE WS-CURRENT-DATE    TO WS-PT-PROCESS-DATE
           CALL 'TRMDRVR1' USING TRMDRVR1-AREA
           MOVE WS-PT-ROW-CNT      TO WS-LAPSED-CNT.

       6000-COUNT-RESULT.
           IF WS-PT-SQLCODE = 100
               ADD 1 TO WS-SKIPPED-CNT
               MOVE WS-PT-POLICY-NUMBER TO RPT-SKP-POLICY-NUMBER
               MOVE WS-PT-OUTCOME-DATE  TO RPT-SKP-DATE
               WRITE TERM-HISTORY-REPORT-REC FROM RPT-SKIP-LINE
           ELSE
               IF WS-PT-TERM-OPENED = 'Y'
                   ADD 1 TO WS-TERM-OPENED-CNT
               END-IF
               IF WS-PT-NEXT-TERM = 'Y'
                   ADD 1 TO WS-TERM-OPENED-CNT
               END-IF
               IF WS-PT-NEXT-TERM = 'U'
                   ADD 1 TO WS-TERM-ALIGNED-CNT
               END-IF
           END-IF.

       9000-FINALIZE-PARA.
           MOVE 'CANCELLATIONS READ (TCANCEL)'     TO RPT-TOT-LABEL
           MOVE WS-CANCEL-READ-CNT                 TO RPT-TOT-CNT
           WRITE TERM-HISTORY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'RENEWALS READ (TRENEWAL)'         TO RPT-TOT-LABEL
           MOVE WS-RENEWAL-READ-CNT                TO RPT-TOT-CNT
           WRITE TERM-HISTORY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'POLICIES READ (TPOLICY)'          TO RPT-TOT-LABEL
           MOVE WS-POLICY-READ-CNT                 TO RPT-TOT-CNT
           WRITE TERM-HISTORY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'TERM ROWS OPENED'                 TO RPT-TOT-LABEL
           MOVE WS-TERM-OPENED-CNT                 TO RPT-TOT-CNT
           WRITE TERM-HISTORY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'TERM ROWS BROUGHT INTO LINE'      TO RPT-TOT-LABEL
           MOVE WS-TERM-ALIGNED-CNT                TO RPT-TOT-CNT
           WRITE TERM-HISTORY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'SKIPPED - POLICY NOT ON TPOLICY'  TO RPT-TOT-LABEL
           MOVE WS-SKIPPED-CNT                     TO RPT-TOT-CNT
           WRITE TERM-HISTORY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'TERMS MARKED LAPSED'              TO RPT-TOT-LABEL
           MOVE WS-LAPSED-CNT                      TO RPT-TOT-CNT
           WRITE TERM-HISTORY-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE TERM-HISTORY-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'TRMBKFL1'      TO OPS-JOB-NAME
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
               COMPUTE OPS-RECORD-CNT = WS-CANCEL-READ-CNT
                       + WS-RENEWAL-READ-CNT + WS-POLICY-READ-CNT
               MOVE WS-SKIPPED-CNT  TO OPS-ERROR-CNT
               IF WS-SKIPPED-CNT > 0
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
           DISPLAY 'TRMBKFL1: MODE ' WS-PARM-MODE
                   '  TERMS OPENED: ' WS-TERM-OPENED-CNT
                   '  LAPSED: ' WS-LAPSED-CNT.

       END PROGRAM TRMBKFL1.
