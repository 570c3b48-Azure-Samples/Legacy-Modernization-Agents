       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLFEED1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL-FILE ASSIGN TO 'GLJRNLW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJ-STATUS.
           SELECT GL-LEDGER-FEED ASSIGN TO 'GLFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GL-CONTROL-REPORT ASSIGN TO 'GLCTLRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-REC.
           COPY GLJRNL.

      *    THE BALANCED JOURNAL EXTRACT FOR THE GENERAL LEDGER - THE
      *    DETAIL LEGS ONLY, IN THE JOURNAL WORK LAYOUT. IT IS ONLY
      *    WRITTEN ONCE THE WHOLE DAY HAS PROVED.
       FD  GL-LEDGER-FEED.
       01  GL-LEDGER-FEED-REC            PIC X(100).

       FD  GL-CONTROL-REPORT.
       01  GL-CONTROL-REPORT-REC         PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-GLJ-STATUS                 PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-JOURNAL            VALUE 'YES'.
       01  WS-BALANCED-SW                PIC X(3) VALUE 'YES'.
           88  DAY-IN-BALANCE            VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    ONE ENTRY PER SOURCE PROGRAM SEEN ON THE JOURNAL. A SOURCE
      *    THAT RAN TWICE IN THE DAY CONTRIBUTES TWO CONTROL RECORDS
      *    AND TWO SETS OF ENTRIES, WHICH STILL TIE.
       01  WS-SOURCE-TABLE.
           05 WS-SRC-ENTRY               OCCURS 20 TIMES.
              10 WS-SRC-PGM              PIC X(8).
              10 WS-SRC-DEBITS           PIC S9(11)V99.
              10 WS-SRC-CREDITS          PIC S9(11)V99.
              10 WS-SRC-TIE              PIC S9(11)V99.
              10 WS-SRC-CONTROL          PIC S9(11)V99.
              10 WS-SRC-CONTROL-CNT      PIC 9(3).
              10 WS-SRC-LEG-CNT          PIC 9(7).
       01  WS-SRC-TBL-CNT                PIC 9(2) VALUE 0.
       01  WS-SRC-IDX                    PIC 9(2) VALUE 0.
       01  WS-SRC-FOUND-IDX              PIC 9(2) VALUE 0.

       01  WS-TOTAL-DEBITS               PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDITS              PIC S9(11)V99 VALUE 0.
       01  WS-LEG-CNT                    PIC 9(9) VALUE 0.
       01  WS-FEED-CNT                   PIC 9(9) VALUE 0.
       01  WS-ERROR-CNT                  PIC 9(9) VALUE 0.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(38)
               VALUE 'GENERAL LEDGER JOURNAL CONTROL REPORT '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(84) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                    PIC X(10) VALUE 'SOURCE'.
           05  FILLER                    PIC X(19)
               VALUE '            DEBITS'.
           05  FILLER                    PIC X(19)
               VALUE '           CREDITS'.
           05  FILLER                    PIC X(19)
               VALUE '      TIED TO RPT'.
           05  FILLER                    PIC X(19)
               VALUE '     REPORT TOTAL'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(44) VALUE 'RESULT'.

       01  RPT-SOURCE-LINE.
           05  RPT-SRC-PGM               PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-SRC-DEBITS            PIC ---,---,---,--9.99.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-SRC-CREDITS           PIC ---,---,---,--9.99.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-SRC-TIE               PIC ---,---,---,--9.99.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-SRC-CONTROL           PIC ---,---,---,--9.99.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  RPT-SRC-RESULT            PIC X(44).

       01  RPT-GRAND-LINE.
           05  FILLER                    PIC X(10) VALUE 'ALL'.
           05  RPT-GRD-DEBITS            PIC ---,---,---,--9.99.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-GRD-CREDITS           PIC ---,---,---,--9.99.
           05  FILLER                    PIC X(41) VALUE SPACES.
           05  RPT-GRD-RESULT            PIC X(44).

       01  RPT-MESSAGE-LINE.
           05  RPT-MSG-TEXT              PIC X(132).

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROVE-PARA UNTIL END-OF-JOURNAL
           CLOSE GL-JOURNAL-FILE
           PERFORM 3000-REPORT-SOURCES-PARA
           IF DAY-IN-BALANCE
               PERFORM 4000-RELEASE-FEED-PARA
           END-IF
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME

           OPEN OUTPUT GL-CONTROL-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLCTLRPT: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE GL-CONTROL-REPORT-REC FROM RPT-HEADER-LINE
           WRITE GL-CONTROL-REPORT-REC FROM RPT-COLUMN-LINE

           OPEN INPUT GL-JOURNAL-FILE
           IF WS-GLJ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLJRNLW: ' WS-GLJ-STATUS
               CALL 'ABEND'
           END-IF
           PERFORM 2050-READ-JOURNAL-PARA.

       2000-PROVE-PARA.
           PERFORM 2100-FIND-SOURCE-PARA
           EVALUATE TRUE
               WHEN GLJ-CONTROL
                   ADD GLJ-TIE-AMOUNT TO WS-SRC-CONTROL
                                             (WS-SRC-FOUND-IDX)
                   ADD 1 TO WS-SRC-CONTROL-CNT (WS-SRC-FOUND-IDX)
               WHEN GLJ-DETAIL AND GLJ-DEBIT
                   ADD 1 TO WS-LEG-CNT
                   ADD 1 TO WS-SRC-LEG-CNT (WS-SRC-FOUND-IDX)
                   ADD GLJ-AMOUNT TO WS-SRC-DEBITS (WS-SRC-FOUND-IDX)
                                     WS-TOTAL-DEBITS
                   ADD GLJ-TIE-AMOUNT TO WS-SRC-TIE (WS-SRC-FOUND-IDX)
               WHEN GLJ-DETAIL AND GLJ-CREDIT
                   ADD 1 TO WS-LEG-CNT
                   ADD 1 TO WS-SRC-LEG-CNT (WS-SRC-FOUND-IDX)
                   ADD GLJ-AMOUNT TO WS-SRC-CREDITS (WS-SRC-FOUND-IDX)
                                     WS-TOTAL-CREDITS
               WHEN OTHER
                   ADD 1 TO WS-ERROR-CNT
                   MOVE 'NO' TO WS-BALANCED-SW
                   MOVE SPACES TO RPT-MSG-TEXT
                   STRING 'UNRECOGNISED JOURNAL RECORD FROM '
                          GLJ-SOURCE-PGM DELIMITED BY SIZE
                     INTO RPT-MSG-TEXT
                   END-STRING
                   WRITE GL-CONTROL-REPORT-REC FROM RPT-MESSAGE-LINE
           END-EVALUATE
           PERFORM 2050-READ-JOURNAL-PARA.

       2050-READ-JOURNAL-PARA.
           READ GL-JOURNAL-FILE
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       2100-FIND-SOURCE-PARA.
           MOVE 0 TO WS-SRC-FOUND-IDX
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                     UNTIL WS-SRC-IDX > WS-SRC-TBL-CNT
               IF WS-SRC-PGM (WS-SRC-IDX) = GLJ-SOURCE-PGM
                   MOVE WS-SRC-IDX TO WS-SRC-FOUND-IDX
                   MOVE WS-SRC-TBL-CNT TO WS-SRC-IDX
               END-IF
           END-PERFORM
           IF WS-SRC-FOUND-IDX = 0
               IF WS-SRC-TBL-CNT >= 20
                   DISPLAY '*** GLFEED1: SOURCE TABLE FULL (20) - '
                           'RUN STOPPED ***'
                   CALL 'ABEND'
               END-IF
               ADD 1 TO WS-SRC-TBL-CNT
               MOVE WS-SRC-TBL-CNT TO WS-SRC-FOUND-IDX
               MOVE GLJ-SOURCE-PGM TO WS-SRC-PGM (WS-SRC-FOUND-IDX)
               MOVE 0 TO WS-SRC-DEBITS (WS-SRC-FOUND-IDX)
                         WS-SRC-CREDITS (WS-SRC-FOUND-IDX)
                         WS-SRC-TIE (WS-SRC-FOUND-IDX)
                         WS-SRC-CONTROL (WS-SRC-FOUND-IDX)
                         WS-SRC-CONTROL-CNT (WS-SRC-FOUND-IDX)
                         WS-SRC-LEG-CNT (WS-SRC-FOUND-IDX)
           END-IF.

       3000-REPORT-SOURCES-PARA.
           PERFORM 3100-REPORT-ONE-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-TBL-CNT
           MOVE WS-TOTAL-DEBITS  TO RPT-GRD-DEBITS
           MOVE WS-TOTAL-CREDITS TO RPT-GRD-CREDITS
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE 'NO' TO WS-BALANCED-SW
               ADD 1 TO WS-ERROR-CNT
           END-IF
           IF DAY-IN-BALANCE
               MOVE 'IN BALANCE - RELEASED TO LEDGER'
                                  TO RPT-GRD-RESULT
           ELSE
               MOVE 'OUT OF BALANCE - NOTHING RELEASED'
                                  TO RPT-GRD-RESULT
           END-IF
           WRITE GL-CONTROL-REPORT-REC FROM RPT-GRAND-LINE.

       3100-REPORT-ONE-SOURCE.
           MOVE WS-SRC-PGM (WS-SRC-IDX)     TO RPT-SRC-PGM
           MOVE WS-SRC-DEBITS (WS-SRC-IDX)  TO RPT-SRC-DEBITS
           MOVE WS-SRC-CREDITS (WS-SRC-IDX) TO RPT-SRC-CREDITS
           MOVE WS-SRC-TIE (WS-SRC-IDX)     TO RPT-SRC-TIE
           MOVE WS-SRC-CONTROL (WS-SRC-IDX) TO RPT-SRC-CONTROL
           EVALUATE TRUE
               WHEN WS-SRC-CONTROL-CNT (WS-SRC-IDX) = 0
                   MOVE 'NO CONTROL RECORD - SOURCE DID NOT FINISH'
                                           TO RPT-SRC-RESULT
                   MOVE 'NO' TO WS-BALANCED-SW
                   ADD 1 TO WS-ERROR-CNT
               WHEN WS-SRC-DEBITS (WS-SRC-IDX)
                       NOT = WS-SRC-CREDITS (WS-SRC-IDX)
                   MOVE 'DEBITS DO NOT EQUAL CREDITS'
                                           TO RPT-SRC-RESULT
                   MOVE 'NO' TO WS-BALANCED-SW
                   ADD 1 TO WS-ERROR-CNT
               WHEN WS-SRC-TIE (WS-SRC-IDX)
                       NOT = WS-SRC-CONTROL (WS-SRC-IDX)
                   MOVE 'ENTRIES DO NOT TIE TO SOURCE REPORT'
                                           TO RPT-SRC-RESULT
                   MOVE 'NO' TO WS-BALANCED-SW
                   ADD 1 TO WS-ERROR-CNT
               WHEN OTHER
                   MOVE 'IN BALANCE AND TIED'
                                           TO RPT-SRC-RESULT
           END-EVALUATE
           WRITE GL-CONTROL-REPORT-REC FROM RPT-SOURCE-LINE.

      *    SECOND PASS OVER THE PROVEN JOURNAL: THE DETAIL LEGS GO TO
      *    THE LEDGER FEED AND THE WORK FILE IS EMPTIED SO TOMORROW'S
      *    SOURCES START CLEAN. AN OUT-OF-BALANCE DAY NEVER GETS HERE
      *    AND LEAVES THE WORK FILE INTACT FOR INVESTIGATION.
       4000-RELEASE-FEED-PARA.
           OPEN OUTPUT GL-LEDGER-FEED
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GLFEED: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-GLJ-STATUS NOT = '00'
               DISPLAY 'ERROR REOPENING GLJRNLW: ' WS-GLJ-STATUS
               CALL 'ABEND'
           END-IF
           MOVE 'NO' TO WS-EOF-SW
           PERFORM 2050-READ-JOURNAL-PARA
           PERFORM 4100-COPY-LEG-PARA UNTIL END-OF-JOURNAL
           CLOSE GL-JOURNAL-FILE
           CLOSE GL-LEDGER-FEED

           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-GLJ-STATUS = '00'
               CLOSE GL-JOURNAL-FILE
           ELSE
               DISPLAY 'WARNING: GLJRNLW NOT CLEARED, STATUS: '
                       WS-GLJ-STATUS
           END-IF.

       4100-COPY-LEG-PARA.
           IF GLJ-DETAIL
               WRITE GL-LEDGER-FEED-REC FROM GL-JOURNAL-REC
               ADD 1 TO WS-FEED-CNT
           END-IF
           PERFORM 2050-READ-JOURNAL-PARA.

      *    AN OUT-OF-BALANCE DAY IS AN 'E' ON THE DASHBOARD AND AN
      *    ABEND, SO THE LEDGER LOAD STEP BEHIND THIS ONE NEVER RUNS.
       9000-FINALIZE-PARA.
           CLOSE GL-CONTROL-REPORT
           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'GLFEED1'       TO OPS-JOB-NAME
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
               MOVE WS-LEG-CNT   TO OPS-RECORD-CNT
               MOVE WS-ERROR-CNT TO OPS-ERROR-CNT
               IF DAY-IN-BALANCE
                   SET OPS-STATUS-OK TO TRUE
               ELSE
                   SET OPS-STATUS-ERROR TO TRUE
               END-IF
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF
           DISPLAY 'GLFEED1: JOURNAL LEGS: ' WS-LEG-CNT
                   '  RELEASED: ' WS-FEED-CNT
           IF NOT DAY-IN-BALANCE
               DISPLAY '*** GLFEED1: JOURNAL OUT OF BALANCE - SEE '
                       'GLCTLRPT ***'
               CALL 'ABEND'
           END-IF.

       END PROGRAM GLFEED1.
