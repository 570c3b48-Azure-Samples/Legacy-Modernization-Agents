       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTAUD1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEGRITY-AUDIT-REPORT ASSIGN TO 'INTAUDRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRIOR-COUNT-FILE ASSIGN TO 'INTAUDIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNTIN-STATUS.
           SELECT NEW-COUNT-FILE ASSIGN TO 'INTAUDOT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    WEEKLY CROSS-TABLE REFERENTIAL INTEGRITY AUDIT. DQSCAN1
      *    CHECKS EACH TPOLICY/TCOVERAG ROW ON ITS OWN; THIS RUN CHECKS
      *    THAT THE INSURNCE TABLES AND THE AGENTVSAM MASTER AGREE WITH
      *    EACH OTHER - CHILD ROWS WHOSE POLICY IS GONE, POLICIES WITH
      *    NO CUSTOMER MASTER ROW, RENEWAL EVENTS THAT DISAGREE WITH
      *    THE POLICY'S EXPIRY, AGENT CODES NOT ON THE AGENT MASTER
      *    (SEE INTDRVR1 FOR THE RULE CATALOG). EACH RULE IS REPORTED
      *    WITH ITS COUNT, LAST WEEK'S COUNT (FROM INTAUDIN, THE
      *    PREVIOUS RUN'S INTAUDOT) AND A SAMPLE OF OFFENDING KEYS.
       FD  INTEGRITY-AUDIT-REPORT.
       01  INTEGRITY-AUDIT-REPORT-REC    PIC X(132).

       FD  PRIOR-COUNT-FILE.
       01  PRIOR-COUNT-REC               PIC X(80).

       FD  NEW-COUNT-FILE.
       01  NEW-COUNT-REC                 PIC X(80).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-CNTIN-STATUS               PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-VIOLATIONS         VALUE 'YES'.
       01  WS-CNT-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-PRIOR-COUNTS       VALUE 'YES'.
       01  WS-PRIOR-FILE-SW              PIC X(3) VALUE 'NO'.
           88  PRIOR-FILE-PRESENT        VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    OPTIONAL SYSIN CARD: SAMPLE KEYS LISTED PER RULE IN COLUMNS
      *    1-2 (01-10, DEFAULT 10).
       01  WS-PARM-CARD.
           05  WS-PARM-SAMPLE-LIMIT      PIC X(2).
           05  FILLER                    PIC X(78).
       01  WS-SAMPLE-LIMIT               PIC 9(2) VALUE 10.

       01  WS-COUNT-REC.
           COPY INTCNT.

       01  WS-RULE-IDX                   PIC 9(2) VALUE 0.
       01  WS-SAMP-IDX                   PIC 9(2) VALUE 0.
       01  WS-RULE-NUM                   PIC 9(2) VALUE 0.
       01  WS-FAIL-RULE-CNT              PIC 9(7) VALUE 0.
       01  WS-TOTAL-ROW-CNT              PIC 9(9) VALUE 0.
       01  WS-AGENT-CODE-CNT             PIC 9(7) VALUE 0.
       01  WS-PRIOR-RUN-DATE             PIC X(10) VALUE SPACES.
       01  WS-DELTA                      PIC S9(9) VALUE 0.
       01  WS-OPS-JOB-NAME               PIC X(8).

      *    THE RULE CATALOG - ID AND REPORT DESCRIPTION. THE ID'S LAST
      *    TWO DIGITS ARE ITS POSITION IN WS-RULE-TABLE.
       01  WS-RULE-CATALOG-INIT.
           05  FILLER                    PIC X(54) VALUE
               'RI01TTRAKING ROWS FOR A POLICY NOT ON TPOLICY'.
           05  FILLER                    PIC X(54) VALUE
               'RI02TPAYMENT ROWS FOR A POLICY NOT ON TPOLICY'.
           05  FILLER                    PIC X(54) VALUE
               'RI03TCOVERAG ROWS FOR A POLICY NOT ON TPOLICY'.
           05  FILLER                    PIC X(54) VALUE
               'RI04TPOLICY ROWS WITH NO TCUSTMST ROW'.
           05  FILLER                    PIC X(54) VALUE
               'RI05TCUSTMST ROWS FOR A POLICY NOT ON TPOLICY'.
           05  FILLER                    PIC X(54) VALUE
               'RI06TRENEWAL ROWS FOR A POLICY NOT ON TPOLICY'.
           05  FILLER                    PIC X(54) VALUE
               'RI07TCANCEL ROWS FOR A POLICY NOT ON TPOLICY'.
           05  FILLER                    PIC X(54) VALUE
               'RI08TREINST ROWS FOR A POLICY NOT ON TPOLICY'.
           05  FILLER                    PIC X(54) VALUE
               'RI09TLIENHLD ROWS FOR A POLICY NOT ON TPOLICY'.
           05  FILLER                    PIC X(54) VALUE
               'RI10LATEST TRENEWAL EXPIRY DIFFERS FROM TPOLICY'.
           05  FILLER                    PIC X(54) VALUE
               'RI11TPOLICY AGENT CODE NOT ON AGENTVSAM'.
       01  WS-RULE-CATALOG REDEFINES WS-RULE-CATALOG-INIT.
           05  WS-CAT-ENTRY              OCCURS 11 TIMES.
               10  WS-CAT-RULE-ID        PIC X(4).
               10  WS-CAT-DESC           PIC X(50).
       01  WS-RULE-MAX                   PIC 9(2) VALUE 11.

       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY             OCCURS 11 TIMES.
               10  WS-RUL-ID             PIC X(4).
               10  WS-RUL-DESC           PIC X(50).
               10  WS-RUL-ROW-CNT        PIC 9(9).
               10  WS-RUL-KEY-CNT        PIC 9(9).
               10  WS-RUL-PRIOR-SW       PIC X(1).
               10  WS-RUL-PRIOR-ROWS     PIC 9(9).
               10  WS-RUL-PRIOR-KEYS     PIC 9(9).
               10  WS-RUL-PRIOR-DATE     PIC X(10).
               10  WS-RUL-SAMP-CNT       PIC 9(2).
               10  WS-RUL-SAMPLE         OCCURS 10 TIMES.
                   15  WS-SMP-KEY        PIC X(10).
                   15  WS-SMP-ROWS       PIC 9(9).
                   15  WS-SMP-DETAIL     PIC X(40).

       01  INTDRVR1-AREA.
           10  WS-IN-OPERATION-TYPE        PIC X(10).
           10  WS-IN-POLICY-NUMBER         PIC X(10).
           10  WS-IN-SQLCODE               PIC S9(9) COMP.
           10  WS-IN-RULE-ID               PIC X(4).
           10  WS-IN-KEY                   PIC X(10).
           10  WS-IN-ROW-CNT               PIC S9(9) COMP.
           10  WS-IN-DETAIL                PIC X(40).
           10  WS-IN-ARCHIVED-FLAG         PIC X(1).

       01  FLEDIVR1-AREA.
           10  WS-FLEDIVR1-OPERATION-TYPE  PIC X(8).
           10  WS-FLEDIVR1-AGENT-CODE      PIC X(10).
           10  WS-FLEDIVR1-MAINT-RECORD    PIC X(248).
           10  WS-FLEDIVR1-STATUS-CODE     PIC X(2).
           10  WS-FLEDIVR1-AGENT-RECORD    PIC X(248).
           10  WS-FLEDIVR1-CALLER-JOB      PIC X(8).
           10  WS-FLEDIVR1-CALLER-USER     PIC X(8).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(47)
               VALUE 'CROSS-TABLE REFERENTIAL INTEGRITY AUDIT AS OF '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(75) VALUE SPACES.

       01  RPT-PRIOR-LINE.
           05  FILLER                    PIC X(24)
               VALUE 'COMPARED WITH RUN OF   '.
           05  RPT-PRI-DATE              PIC X(10).
           05  FILLER                    PIC X(98) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                    PIC X(6)  VALUE 'RULE'.
           05  FILLER                    PIC X(52) VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(11) VALUE '   ROWS'.
           05  FILLER                    PIC X(11) VALUE '   KEYS'.
           05  FILLER                    PIC X(12) VALUE ' LAST WEEK'.
           05  FILLER                    PIC X(12) VALUE '    CHANGE'.
           05  FILLER                    PIC X(28) VALUE '  RESULT'.

       01  RPT-RULE-LINE.
           05  RPT-RUL-ID                PIC X(4).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-RUL-DESC              PIC X(50).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-RUL-ROWS              PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-RUL-KEYS              PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-RUL-PRIOR             PIC ZZZZZZZZ9.
           05  RPT-RUL-PRIOR-NOTE REDEFINES RPT-RUL-PRIOR
                                         PIC X(9).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-RUL-DELTA             PIC -ZZZZZZZ9.
           05  RPT-RUL-DELTA-NOTE REDEFINES RPT-RUL-DELTA
                                         PIC X(9).
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  RPT-RUL-RESULT            PIC X(10).
           05  FILLER                    PIC X(19) VALUE SPACES.

       01  RPT-SAMPLE-LINE.
           05  FILLER                    PIC X(8)  VALUE SPACES.
           05  FILLER                    PIC X(5)  VALUE 'KEY: '.
           05  RPT-SMP-KEY               PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'ROWS: '.
           05  RPT-SMP-ROWS              PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-SMP-DETAIL            PIC X(40).
           05  FILLER                    PIC X(50) VALUE SPACES.

       01  RPT-MORE-LINE.
           05  FILLER                    PIC X(13) VALUE SPACES.
           05  FILLER                    PIC X(4)  VALUE '... '.
           05  RPT-MORE-CNT              PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(26)
               VALUE ' FURTHER KEYS NOT LISTED'.
           05  FILLER                    PIC X(80) VALUE SPACES.

       01  RPT-BLANK-LINE                PIC X(132) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-VIOLATION-PARA UNTIL END-OF-VIOLATIONS
           MOVE 'VIOLCLOSE' TO WS-IN-OPERATION-TYPE
           CALL 'INTDRVR1' USING INTDRVR1-AREA
           PERFORM 3000-AGENT-CODE-PARA
           PERFORM 4000-REPORT-PARA
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-MAX
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
           IF WS-PARM-SAMPLE-LIMIT IS NUMERIC
                   AND WS-PARM-SAMPLE-LIMIT > '00'
                   AND WS-PARM-SAMPLE-LIMIT NOT > '10'
               MOVE WS-PARM-SAMPLE-LIMIT TO WS-SAMPLE-LIMIT
           END-IF

           PERFORM 0100-LOAD-CATALOG-PARA
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-MAX

           OPEN OUTPUT INTEGRITY-AUDIT-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INTAUDRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           PERFORM 0200-LOAD-PRIOR-COUNTS

           OPEN OUTPUT NEW-COUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INTAUDOT: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE 'INTAUD1' TO WS-FLEDIVR1-CALLER-JOB
           MOVE 'INTAUD1' TO WS-FLEDIVR1-CALLER-USER
           MOVE 'OPEN'    TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           IF WS-FLEDIVR1-STATUS-CODE NOT = '00'
               DISPLAY 'ERROR OPENING AGENT FILE: '
                                        WS-FLEDIVR1-STATUS-CODE
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE INTEGRITY-AUDIT-REPORT-REC FROM RPT-HEADER-LINE
           IF PRIOR-FILE-PRESENT
               MOVE WS-PRIOR-RUN-DATE TO RPT-PRI-DATE
               WRITE INTEGRITY-AUDIT-REPORT-REC FROM RPT-PRIOR-LINE
           END-IF
           WRITE INTEGRITY-AUDIT-REPORT-REC FROM RPT-BLANK-LINE
           WRITE INTEGRITY-AUDIT-REPORT-REC FROM RPT-COLUMN-LINE

           MOVE 'VIOLOPEN' TO WS-IN-OPERATION-TYPE
           CALL 'INTDRVR1' USING INTDRVR1-AREA
           PERFORM 2050-FETCH-VIOLATION-PARA.

       0100-LOAD-CATALOG-PARA.
           MOVE WS-CAT-RULE-ID (WS-RULE-IDX)
                                     TO WS-RUL-ID (WS-RULE-IDX)
           MOVE WS-CAT-DESC (WS-RULE-IDX)
                                     TO WS-RUL-DESC (WS-RULE-IDX)
           MOVE 0     TO WS-RUL-ROW-CNT (WS-RULE-IDX)
                         WS-RUL-KEY-CNT (WS-RULE-IDX)
                         WS-RUL-PRIOR-ROWS (WS-RULE-IDX)
                         WS-RUL-PRIOR-KEYS (WS-RULE-IDX)
                         WS-RUL-SAMP-CNT (WS-RULE-IDX)
           MOVE 'N'    TO WS-RUL-PRIOR-SW (WS-RULE-IDX)
           MOVE SPACES TO WS-RUL-PRIOR-DATE (WS-RULE-IDX).

      *    THE FIRST RUN HAS NO COUNT FILE - EVERY RULE THEN SHOWS NO
      *    PRIOR COUNT. A RULE ADDED TO THE CATALOG SINCE LAST WEEK
      *    SIMPLY HAS NO RECORD ON IT.
       0200-LOAD-PRIOR-COUNTS.
           OPEN INPUT PRIOR-COUNT-FILE
           IF WS-CNTIN-STATUS NOT = '00'
               DISPLAY 'INTAUDIN NOT PRESENT - NO PRIOR COUNTS'
           ELSE
               MOVE 'YES' TO WS-PRIOR-FILE-SW
               PERFORM 0210-READ-PRIOR-COUNT
                   UNTIL END-OF-PRIOR-COUNTS
               CLOSE PRIOR-COUNT-FILE
           END-IF.

       0210-READ-PRIOR-COUNT.
           READ PRIOR-COUNT-FILE INTO WS-COUNT-REC
               AT END
                   MOVE 'YES' TO WS-CNT-EOF-SW
               NOT AT END
                   IF ICT-RULE-ID (1:2) = 'RI'
                           AND ICT-RULE-ID (3:2) IS NUMERIC
                       MOVE ICT-RULE-ID (3:2) TO WS-RULE-NUM
                       IF WS-RULE-NUM > 0
                               AND WS-RULE-NUM NOT > WS-RULE-MAX
                           MOVE 'Y' TO WS-RUL-PRIOR-SW (WS-RULE-NUM)
                           MOVE ICT-ROW-CNT
                                 TO WS-RUL-PRIOR-ROWS (WS-RULE-NUM)
                           MOVE ICT-KEY-CNT
                                 TO WS-RUL-PRIOR-KEYS (WS-RULE-NUM)
                           MOVE ICT-RUN-DATE
                                 TO WS-RUL-PRIOR-DATE (WS-RULE-NUM)
                                    WS-PRIOR-RUN-DATE
                       END-IF
                   END-IF
           END-READ.

      *    ONE OFFENDING KEY (A POLICY AND ITS ROW COUNT FOR THE
      *    RULE'S TABLE) - COUNTED, AND KEPT AS A SAMPLE WHILE THE
      *    RULE'S SAMPLE LIST HAS ROOM.
       2000-PROCESS-VIOLATION-PARA.
           MOVE WS-IN-RULE-ID (3:2) TO WS-RULE-NUM
           PERFORM 2100-RECORD-VIOLATION
           PERFORM 2050-FETCH-VIOLATION-PARA.

       2050-FETCH-VIOLATION-PARA.
           MOVE 'VIOLFETCH' TO WS-IN-OPERATION-TYPE
           CALL 'INTDRVR1' USING INTDRVR1-AREA
           IF WS-IN-SQLCODE NOT = 0
               MOVE 'YES' TO WS-EOF-SW
           END-IF.

       2100-RECORD-VIOLATION.
           ADD WS-IN-ROW-CNT TO WS-RUL-ROW-CNT (WS-RULE-NUM)
           ADD 1             TO WS-RUL-KEY-CNT (WS-RULE-NUM)
           IF WS-RUL-SAMP-CNT (WS-RULE-NUM) < WS-SAMPLE-LIMIT
               ADD 1 TO WS-RUL-SAMP-CNT (WS-RULE-NUM)
               MOVE WS-RUL-SAMP-CNT (WS-RULE-NUM) TO WS-SAMP-IDX
               IF WS-IN-DETAIL = SPACES
                   PERFORM 2200-DESCRIBE-KEY
               END-IF
               MOVE WS-IN-KEY     TO WS-SMP-KEY (WS-RULE-NUM
                                                 WS-SAMP-IDX)
               MOVE WS-IN-ROW-CNT TO WS-SMP-ROWS (WS-RULE-NUM
                                                  WS-SAMP-IDX)
               MOVE WS-IN-DETAIL  TO WS-SMP-DETAIL (WS-RULE-NUM
                                                    WS-SAMP-IDX)
           END-IF.

      *    AN ORPHANED CHILD ROW IS USUALLY THE RETENTION ARCHIVAL
      *    HAVING MOVED THE POLICY TO TPOLARCH AND LEFT THE TABLES IT
      *    DOES NOT ARCHIVE BEHIND - SAY WHICH, SO THE FIX (ARCHIVE
      *    OR PURGE THE CHILD ROWS, OR RESTORE THE POLICY) IS CLEAR.
       2200-DESCRIBE-KEY.
           EVALUATE WS-IN-RULE-ID
               WHEN 'RI04'
                   MOVE 'NOT YET ON CUSTOMER MASTER' TO WS-IN-DETAIL
               WHEN 'RI11'
                   MOVE 'POLICIES CARRY THIS AGENT CODE'
                                                     TO WS-IN-DETAIL
               WHEN OTHER
                   MOVE 'INARCH'  TO WS-IN-OPERATION-TYPE
                   MOVE WS-IN-KEY TO WS-IN-POLICY-NUMBER
                   CALL 'INTDRVR1' USING INTDRVR1-AREA
                   IF WS-IN-ARCHIVED-FLAG = 'Y'
                       MOVE 'POLICY ARCHIVED TO TPOLARCH'
                                                     TO WS-IN-DETAIL
                   ELSE
                       MOVE 'POLICY NOT ON TPOLICY OR TPOLARCH'
                                                     TO WS-IN-DETAIL
                   END-IF
           END-EVALUATE.

      *    RI11 - EVERY AGENT CODE ON TPOLICY LOOKED UP ON AGENTVSAM.
      *    ONLY A CODE THE MASTER HAS NEVER HELD FAILS: AN INACTIVE OR
      *    ENDED AGENT STILL SERVICING POLICIES IS A BOOK-TRANSFER
      *    MATTER (BOKXFER1), NOT AN INTEGRITY BREAK.
       3000-AGENT-CODE-PARA.
           MOVE 'NO'      TO WS-EOF-SW
           MOVE 'AGTOPEN' TO WS-IN-OPERATION-TYPE
           CALL 'INTDRVR1' USING INTDRVR1-AREA
           PERFORM 3050-FETCH-AGENT-CODE
           PERFORM 3100-CHECK-AGENT-CODE UNTIL END-OF-VIOLATIONS
           MOVE 'AGTCLOSE' TO WS-IN-OPERATION-TYPE
           CALL 'INTDRVR1' USING INTDRVR1-AREA

           MOVE 'CLOSE' TO WS-FLEDIVR1-OPERATION-TYPE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA.

       3050-FETCH-AGENT-CODE.
           MOVE 'AGTFETCH' TO WS-IN-OPERATION-TYPE
           CALL 'INTDRVR1' USING INTDRVR1-AREA
           IF WS-IN-SQLCODE NOT = 0
               MOVE 'YES' TO WS-EOF-SW
           END-IF.

       3100-CHECK-AGENT-CODE.
           ADD 1 TO WS-AGENT-CODE-CNT
           MOVE 'SEARCH'  TO WS-FLEDIVR1-OPERATION-TYPE
           MOVE WS-IN-KEY TO WS-FLEDIVR1-AGENT-CODE
           CALL 'FLDRIVR1' USING FLEDIVR1-AREA
           EVALUATE WS-FLEDIVR1-STATUS-CODE
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   MOVE 11 TO WS-RULE-NUM
                   PERFORM 2100-RECORD-VIOLATION
               WHEN OTHER
                   DISPLAY 'ERROR READING AGENT FILE: '
                           WS-FLEDIVR1-STATUS-CODE ' ' WS-IN-KEY
                   CALL 'ABEND'
           END-EVALUATE
           PERFORM 3050-FETCH-AGENT-CODE.

      *    ONE LINE PER RULE, PASS OR FAIL, WITH THE SAMPLE KEYS UNDER
      *    A FAILING ONE; THE COUNT GOES ON TO NEXT WEEK'S COMPARISON
      *    AND THE RULE'S OWN OPSTATUS RECORD.
       4000-REPORT-PARA.
           MOVE WS-RUL-ID (WS-RULE-IDX)      TO RPT-RUL-ID
           MOVE WS-RUL-DESC (WS-RULE-IDX)    TO RPT-RUL-DESC
           MOVE WS-RUL-ROW-CNT (WS-RULE-IDX) TO RPT-RUL-ROWS
           MOVE WS-RUL-KEY-CNT (WS-RULE-IDX) TO RPT-RUL-KEYS
           IF WS-RUL-PRIOR-SW (WS-RULE-IDX) = 'Y'
               MOVE WS-RUL-PRIOR-ROWS (WS-RULE-IDX) TO RPT-RUL-PRIOR
               COMPUTE WS-DELTA = WS-RUL-ROW-CNT (WS-RULE-IDX)
                                - WS-RUL-PRIOR-ROWS (WS-RULE-IDX)
               MOVE WS-DELTA TO RPT-RUL-DELTA
           ELSE
               MOVE ' NO PRIOR'  TO RPT-RUL-PRIOR-NOTE
               MOVE SPACES       TO RPT-RUL-DELTA-NOTE
           END-IF
           IF WS-RUL-ROW-CNT (WS-RULE-IDX) > 0
               MOVE 'FAIL'   TO RPT-RUL-RESULT
               ADD 1         TO WS-FAIL-RULE-CNT
               ADD WS-RUL-ROW-CNT (WS-RULE-IDX) TO WS-TOTAL-ROW-CNT
               DISPLAY 'INTAUD1: RULE ' WS-RUL-ID (WS-RULE-IDX)
                       ' FAILED, ROWS: ' WS-RUL-ROW-CNT (WS-RULE-IDX)
           ELSE
               MOVE 'PASS'   TO RPT-RUL-RESULT
           END-IF
           WRITE INTEGRITY-AUDIT-REPORT-REC FROM RPT-RULE-LINE

           PERFORM 4100-REPORT-SAMPLE
               VARYING WS-SAMP-IDX FROM 1 BY 1
               UNTIL WS-SAMP-IDX > WS-RUL-SAMP-CNT (WS-RULE-IDX)
           IF WS-RUL-KEY-CNT (WS-RULE-IDX) >
                                       WS-RUL-SAMP-CNT (WS-RULE-IDX)
               COMPUTE RPT-MORE-CNT = WS-RUL-KEY-CNT (WS-RULE-IDX)
                                    - WS-RUL-SAMP-CNT (WS-RULE-IDX)
               WRITE INTEGRITY-AUDIT-REPORT-REC FROM RPT-MORE-LINE
           END-IF

           MOVE SPACES                       TO WS-COUNT-REC
           MOVE WS-RUL-ID (WS-RULE-IDX)      TO ICT-RULE-ID
           MOVE WS-CURRENT-DATE              TO ICT-RUN-DATE
           MOVE WS-RUL-ROW-CNT (WS-RULE-IDX) TO ICT-ROW-CNT
           MOVE WS-RUL-KEY-CNT (WS-RULE-IDX) TO ICT-KEY-CNT
           WRITE NEW-COUNT-REC FROM WS-COUNT-REC.

       4100-REPORT-SAMPLE.
           MOVE WS-SMP-KEY (WS-RULE-IDX WS-SAMP-IDX)    TO RPT-SMP-KEY
           MOVE WS-SMP-ROWS (WS-RULE-IDX WS-SAMP-IDX)   TO RPT-SMP-ROWS
           MOVE WS-SMP-DETAIL (WS-RULE-IDX WS-SAMP-IDX)
                                                     TO RPT-SMP-DETAIL
           WRITE INTEGRITY-AUDIT-REPORT-REC FROM RPT-SAMPLE-LINE.

      *    THE JOB'S OWN OPSTATUS RECORD IS 'E' WHEN ANY RULE FAILED.
      *    EACH RULE ALSO POSTS A RECORD UNDER ITS OWN NAME (INTAUD
      *    PLUS THE RULE NUMBER, E.G. INTAUD04) SO THE RULES LISTED ON
      *    OPSCTRL SHOW ON THE MORNING DASHBOARD INDIVIDUALLY.
       9000-FINALIZE-PARA.
           WRITE INTEGRITY-AUDIT-REPORT-REC FROM RPT-BLANK-LINE
           MOVE 'AGENT CODES CHECKED ON AGENTVSAM'  TO RPT-TOT-LABEL
           MOVE WS-AGENT-CODE-CNT                  TO RPT-TOT-CNT
           WRITE INTEGRITY-AUDIT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'RULES FAILED'                     TO RPT-TOT-LABEL
           MOVE WS-FAIL-RULE-CNT                   TO RPT-TOT-CNT
           WRITE INTEGRITY-AUDIT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'TOTAL VIOLATING ROWS'             TO RPT-TOT-LABEL
           MOVE WS-TOTAL-ROW-CNT                   TO RPT-TOT-CNT
           WRITE INTEGRITY-AUDIT-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE INTEGRITY-AUDIT-REPORT
                 NEW-COUNT-FILE

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE 'INTAUD1'        TO WS-OPS-JOB-NAME
               PERFORM 9100-WRITE-OPS-STATUS
               MOVE WS-TOTAL-ROW-CNT TO OPS-RECORD-CNT
               IF WS-FAIL-RULE-CNT > 0
                   SET OPS-STATUS-ERROR TO TRUE
               ELSE
                   SET OPS-STATUS-OK TO TRUE
               END-IF
               MOVE WS-FAIL-RULE-CNT TO OPS-ERROR-CNT
               WRITE OPS-STATUS-FILE-RECORD
               PERFORM 9200-WRITE-RULE-STATUS
                   VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-MAX
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF
           DISPLAY 'INTAUD1: RULES FAILED: ' WS-FAIL-RULE-CNT
                   '  VIOLATING ROWS: ' WS-TOTAL-ROW-CNT.

       9100-WRITE-OPS-STATUS.
           MOVE SPACES          TO OPS-STATUS-FILE-RECORD
           MOVE WS-OPS-JOB-NAME TO OPS-JOB-NAME
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
           END-STRING.

       9200-WRITE-RULE-STATUS.
           MOVE SPACES TO WS-OPS-JOB-NAME
           STRING 'INTAUD' WS-RUL-ID (WS-RULE-IDX) (3:2)
                  DELIMITED BY SIZE
             INTO WS-OPS-JOB-NAME
           END-STRING
           PERFORM 9100-WRITE-OPS-STATUS
           MOVE WS-RUL-ROW-CNT (WS-RULE-IDX) TO OPS-RECORD-CNT
           IF WS-RUL-ROW-CNT (WS-RULE-IDX) > 0
               MOVE 1 TO OPS-ERROR-CNT
               SET OPS-STATUS-ERROR TO TRUE
           ELSE
               MOVE 0 TO OPS-ERROR-CNT
               SET OPS-STATUS-OK TO TRUE
           END-IF
           WRITE OPS-STATUS-FILE-RECORD.

       END PROGRAM INTAUD1.
