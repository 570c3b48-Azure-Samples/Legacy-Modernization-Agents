       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCQAGE1.
      *    AGES THE DUAL-CONTROL PENDING-CHANGE QUEUE (TPENDCHG).
      *    A CHANGE NO CHECKER HAS DECIDED WITHIN THE AGE LIMIT IS
      *    EXPIRED, SO A STALE CHANGE CAN NEVER BE APPROVED LONG
      *    AFTER THE DATA IT WAS KEYED AGAINST HAS MOVED ON; THE
      *    MAKER MUST KEY IT AGAIN. EVERY CHANGE STILL PENDING IS
      *    LISTED WITH ITS AGE FOR THE CHECKERS' WORK QUEUE.
      *    SYSIN CARD: COLUMNS 1-3 THE AGE LIMIT IN DAYS (DEFAULT 14
      *    WHEN BLANK OR NOT NUMERIC).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCQ-AGE-REPORT ASSIGN TO 'PCQAGERP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PCQ-AGE-REPORT.
       01  PCQ-AGE-REPORT-REC            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-QUEUE              VALUE 'YES'.

       01  WS-PARM-CARD.
           05  WS-PARM-AGE-LIMIT         PIC X(3).
           05  WS-PARM-AGE-LIMIT-N REDEFINES WS-PARM-AGE-LIMIT
                                         PIC 9(3).
           05  FILLER                    PIC X(77).

       01  WS-AGE-LIMIT                  PIC 9(3) VALUE 14.
       01  WS-AGE-DAYS                   PIC 9(5).

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-ISO-DATE.
           05  WS-ISO-YEAR               PIC 9(4).
           05  FILLER                    PIC X(1) VALUE '-'.
           05  WS-ISO-MONTH              PIC 9(2).
           05  FILLER                    PIC X(1) VALUE '-'.
           05  WS-ISO-DAY                PIC 9(2).

       01  WS-PENDING-CNT                PIC 9(7) VALUE 0.
       01  WS-EXPIRED-CNT                PIC 9(7) VALUE 0.
       01  WS-OPEN-CNT                   PIC 9(7) VALUE 0.
       01  WS-CHANGE-ID-DISP             PIC 9(9).

       01  WS-EXPIRE-RESULT.
           05  FILLER                    PIC X(26)
               VALUE 'EXPIRED - NOT DECIDED IN '.
           05  WS-EXP-LIMIT              PIC ZZ9.
           05  FILLER                    PIC X(5)  VALUE ' DAYS'.
           05  FILLER                    PIC X(6)  VALUE SPACES.

       01  PCQDRVR1-AREA.
           10  WS-PQ-OPERATION-TYPE        PIC X(10).
           10  WS-PQ-PROCESS-DATE          PIC X(10).
           10  WS-PQ-CHANGE-ID             PIC S9(9) COMP.
           10  WS-PQ-PROGRAM               PIC X(8).
           10  WS-PQ-TRANS-TYPE            PIC X(8).
           10  WS-PQ-TRANS-KEY             PIC X(20).
           10  WS-PQ-TRANS-IMAGE           PIC X(400).
           10  WS-PQ-USER-ID               PIC X(8).
           10  WS-PQ-STATUS                PIC X(1).
           10  WS-PQ-RESULT                PIC X(40).
           10  WS-PQ-SQLCODE               PIC S9(9) COMP.
           10  WS-PQ-OUT-CHANGE-ID         PIC S9(9) COMP.
           10  WS-PQ-OUT-PROGRAM           PIC X(8).
           10  WS-PQ-OUT-TRANS-TYPE        PIC X(8).
           10  WS-PQ-OUT-TRANS-KEY         PIC X(20).
           10  WS-PQ-OUT-TRANS-IMAGE       PIC X(400).
           10  WS-PQ-OUT-MAKER-USER        PIC X(8).
           10  WS-PQ-OUT-STAGE-DATE        PIC X(10).
           10  WS-PQ-OUT-STATUS            PIC X(1).
           10  WS-PQ-OUT-CHECKER-USER      PIC X(8).
           10  WS-PQ-OUT-RESULT            PIC X(40).
           10  WS-PQ-OUT-AGE-DAYS          PIC S9(9) COMP.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(42)
               VALUE 'DUAL-CONTROL PENDING CHANGES - AGE LIMIT '.
           05  RPT-HDR-LIMIT             PIC ZZ9.
           05  FILLER                    PIC X(9)  VALUE ' DAYS -  '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(68) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                    PIC X(132) VALUE
               'CHANGE    PROGRAM  TYPE     KEY                  MAKER
      -        '    STAGED       AGE  STATUS'.

       01  RPT-DETAIL-LINE.
           05  RPT-DTL-CHANGE-ID         PIC X(9).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-PROGRAM           PIC X(8).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-TRANS-TYPE        PIC X(8).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-TRANS-KEY         PIC X(20).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DTL-MAKER             PIC X(8).
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  RPT-DTL-STAGE-DATE        PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DTL-AGE               PIC ZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DTL-STATUS            PIC X(40).
           05  FILLER                    PIC X(12) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-QUEUE
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
                                               WS-ISO-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
                                               WS-ISO-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
                                               WS-ISO-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2

           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-AGE-LIMIT IS NUMERIC
               AND WS-PARM-AGE-LIMIT-N > 0
               MOVE WS-PARM-AGE-LIMIT-N TO WS-AGE-LIMIT
           END-IF
           MOVE WS-AGE-LIMIT TO WS-EXP-LIMIT

           OPEN OUTPUT PCQ-AGE-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PCQAGERP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-AGE-LIMIT    TO RPT-HDR-LIMIT
           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE PCQ-AGE-REPORT-REC FROM RPT-HEADER-LINE
           WRITE PCQ-AGE-REPORT-REC FROM RPT-COLUMN-LINE

           MOVE 'AGE-OPEN'  TO WS-PQ-OPERATION-TYPE
           MOVE WS-ISO-DATE TO WS-PQ-PROCESS-DATE
           CALL 'PCQDRVR1' USING PCQDRVR1-AREA

           PERFORM 2050-FETCH-NEXT-PARA.

       2000-PROCESS-PARA.
           ADD 1 TO WS-PENDING-CNT
           MOVE WS-PQ-OUT-CHANGE-ID  TO WS-CHANGE-ID-DISP
           MOVE WS-CHANGE-ID-DISP    TO RPT-DTL-CHANGE-ID
           MOVE WS-PQ-OUT-PROGRAM    TO RPT-DTL-PROGRAM
           MOVE WS-PQ-OUT-TRANS-TYPE TO RPT-DTL-TRANS-TYPE
           MOVE WS-PQ-OUT-TRANS-KEY  TO RPT-DTL-TRANS-KEY
           MOVE WS-PQ-OUT-MAKER-USER TO RPT-DTL-MAKER
           MOVE WS-PQ-OUT-STAGE-DATE TO RPT-DTL-STAGE-DATE
           IF WS-PQ-OUT-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           ELSE
               MOVE WS-PQ-OUT-AGE-DAYS TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS          TO RPT-DTL-AGE

           IF WS-AGE-DAYS > WS-AGE-LIMIT
               PERFORM 2100-EXPIRE-CHANGE
           ELSE
               ADD 1 TO WS-OPEN-CNT
               MOVE 'PENDING - AWAITING CHECKER'
                                     TO RPT-DTL-STATUS
           END-IF
           WRITE PCQ-AGE-REPORT-REC FROM RPT-DETAIL-LINE
           PERFORM 2050-FETCH-NEXT-PARA.

       2050-FETCH-NEXT-PARA.
           MOVE 'AGE-FETCH' TO WS-PQ-OPERATION-TYPE
           CALL 'PCQDRVR1' USING PCQDRVR1-AREA
           IF WS-PQ-SQLCODE NOT = 0
               MOVE 'YES' TO WS-EOF-SW
           END-IF.

      *    A CHECKER MAY DECIDE THE CHANGE BETWEEN THE FETCH AND THE
      *    EXPIRY; THE DRIVER ONLY EXPIRES A ROW STILL PENDING, AND
      *    A 100 MEANS THE DECISION GOT THERE FIRST.
       2100-EXPIRE-CHANGE.
           MOVE 'EXPIRE'            TO WS-PQ-OPERATION-TYPE
           MOVE WS-PQ-OUT-CHANGE-ID TO WS-PQ-CHANGE-ID
           MOVE WS-EXPIRE-RESULT    TO WS-PQ-RESULT
           CALL 'PCQDRVR1' USING PCQDRVR1-AREA
           IF WS-PQ-SQLCODE = 0
               ADD 1 TO WS-EXPIRED-CNT
               MOVE WS-EXPIRE-RESULT TO RPT-DTL-STATUS
           ELSE
               ADD 1 TO WS-OPEN-CNT
               MOVE 'DECIDED DURING THIS RUN - NOT EXPIRED'
                                     TO RPT-DTL-STATUS
           END-IF.

       9000-FINALIZE-PARA.
           MOVE 'AGE-CLOSE' TO WS-PQ-OPERATION-TYPE
           CALL 'PCQDRVR1' USING PCQDRVR1-AREA

           MOVE 'CHANGES PENDING AT START'         TO RPT-TOT-LABEL
           MOVE WS-PENDING-CNT                     TO RPT-TOT-CNT
           WRITE PCQ-AGE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'CHANGES EXPIRED'                  TO RPT-TOT-LABEL
           MOVE WS-EXPIRED-CNT                     TO RPT-TOT-CNT
           WRITE PCQ-AGE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'CHANGES STILL AWAITING A CHECKER' TO RPT-TOT-LABEL
           MOVE WS-OPEN-CNT                        TO RPT-TOT-CNT
           WRITE PCQ-AGE-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE PCQ-AGE-REPORT
           DISPLAY 'PCQAGE1: PENDING: ' WS-PENDING-CNT
                   '  EXPIRED: ' WS-EXPIRED-CNT
                   '  STILL OPEN: ' WS-OPEN-CNT.

       END PROGRAM PCQAGE1.
