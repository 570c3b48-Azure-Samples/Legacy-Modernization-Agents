      *    THE OPERATOR WHO KEYED THE TRANSACTION - VERIFIED
      *    AGAINST TOPERAUT BEFORE APPLY.
           05  RMT-AUTH-USER             PIC X(8).
      *    TRT ONLY: ONE QUOTA-SHARE CESSION RULE, KEYED BY TREATY,
      *    RMT-POLICY-TYPE AND UNDERWRITER (BLANK = EVERY UNDERWRITER
      *    OF THE TYPE). BOTH PERCENTAGES ARE KEYED 99.99.
           05  RMT-TRT-TREATY-ID         PIC X(8).
           05  RMT-TRT-UNDERWRITER       PIC X(50).
           05  RMT-TRT-REINSURER         PIC X(30).
           05  RMT-TRT-CESSION-PCT       PIC X(5).
           05  RMT-TRT-COMM-PCT          PIC X(5).
           05  RMT-TRT-EFF-DATE          PIC X(10).
           05  RMT-TRT-EXP-DATE          PIC X(10).

       FD  REF-MAINT-REPORT.
       01  REF-MAINT-REPORT-REC          PIC X(132).
           05  WS-DSC-PCT-DEC-9          PIC 9(2).
           05  WS-DSC-PCT-WORK           PIC 9(2)V99.

       01  WS-TRT-FIELDS.
           05  WS-TRT-CESSION-WORK       PIC 9(2)V99.
           05  WS-TRT-EFF-KEY            PIC X(8).
           05  WS-TRT-EXP-KEY            PIC X(8).

       01  WS-STATE-CHECK.
           05  WS-STATE-CHK-1            PIC X(1).
           05  WS-STATE-CHK-2            PIC X(1).
           05  WS-RTE-FCT-DEC-9          PIC 9(3).
           05  WS-RTE-FACTOR-WORK        PIC 9(1)V9(3).

       01  TRTDRVR1-AREA.
           10  WS-TR-OPERATION-TYPE        PIC X(10).
           10  WS-TR-PERIOD-START          PIC X(10).
           10  WS-TR-PERIOD-END            PIC X(10).
           10  WS-TR-TREATY-ID             PIC X(8).
           10  WS-TR-POLICY-TYPE           PIC X(50).
           10  WS-TR-UNDERWRITER           PIC X(50).
           10  WS-TR-REINSURER             PIC X(30).
           10  WS-TR-CESSION-PCT           PIC S9(2)V9(2) COMP-3.
           10  WS-TR-CEDE-COMM-PCT         PIC S9(2)V9(2) COMP-3.
           10  WS-TR-EFF-DATE              PIC X(10).
           10  WS-TR-EXP-DATE              PIC X(10).
           10  WS-TR-SQLCODE               PIC S9(9) COMP.
           10  WS-TR-OUT-TREATY-ID         PIC X(8).
           10  WS-TR-OUT-POLICY-TYPE       PIC X(50).
           10  WS-TR-OUT-UNDERWRITER       PIC X(50).
           10  WS-TR-OUT-REINSURER         PIC X(30).
           10  WS-TR-OUT-CESSION-PCT       PIC S9(2)V9(2) COMP-3.
           10  WS-TR-OUT-CEDE-COMM-PCT     PIC S9(2)V9(2) COMP-3.
           10  WS-TR-OUT-EFF-DATE          PIC X(10).
           10  WS-TR-OUT-EXP-DATE          PIC X(10).
           10  WS-TR-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-TR-OUT-TXN-DATE          PIC X(10).
           10  WS-TR-OUT-KEY-DATE          PIC X(10).
           10  WS-TR-OUT-GROSS-AMOUNT      PIC S9(5)V9(2) COMP-3.

       01  REFDRVR1-AREA.
           10  WS-RF-OPERATION-TYPE        PIC X(10).
           10  WS-RF-STATE                 PIC X(2).
           05  CAT-CAL-DESC              PIC X(30).
           05  FILLER                    PIC X(73) VALUE SPACES.

       01  CAT-TRT-LINE.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  CAT-TRT-TREATY-ID         PIC X(8).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  CAT-TRT-POLICY-TYPE       PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  CAT-TRT-UNDERWRITER       PIC X(20).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  CAT-TRT-REINSURER         PIC X(30).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'CEDE: '.
           05  CAT-TRT-CESSION-PCT       PIC Z9.99.
           05  FILLER                    PIC X(1)  VALUE '%'.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'COMM: '.
           05  CAT-TRT-COMM-PCT          PIC Z9.99.
           05  FILLER                    PIC X(1)  VALUE '%'.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  CAT-TRT-EFF               PIC X(10).
           05  FILLER                    PIC X(3)  VALUE ' - '.
           05  CAT-TRT-EXP               PIC X(10).
           05  FILLER                    PIC X(7)  VALUE SPACES.

       01  CAT-STM-LINE.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  CAT-STM-STATE             PIC X(2).
                   MOVE RMT-RTE-VERSION-ID TO RPT-RES-KEY
               WHEN 'CAL'
                   MOVE RMT-CAL-DATE TO RPT-RES-KEY
               WHEN 'TRT'
                   STRING RMT-TRT-TREATY-ID '/'
                          RMT-POLICY-TYPE (1:20) '/'
                          RMT-TRT-UNDERWRITER (1:20)
                          DELIMITED BY SIZE
                     INTO RPT-RES-KEY
           END-EVALUATE.

       2100-VALIDATE-TRANSACTION.
           MOVE 'YES' TO WS-TRANS-VALID-SW
           IF RMT-TABLE-ID NOT = 'STA' AND 'MSG' AND 'STM' AND 'DSC'
                   AND 'ZIP' AND 'SUF' AND 'SEC' AND 'RTE'
                   AND 'CAL' AND 'TRT'
               SET TRANS-INVALID TO TRUE
               MOVE 'REJECTED - UNKNOWN TABLE ID'
                                       TO RPT-RES-RESULT
                       PERFORM 2180-VALIDATE-RTE
                   WHEN 'CAL'
                       PERFORM 2190-VALIDATE-CAL
                   WHEN 'TRT'
                       PERFORM 2195-VALIDATE-TRT
               END-EVALUATE
           END-IF
           END-IF.
                   CONTINUE
           END-EVALUATE.

      *    A TREATY ROW CARRIES ITS OWN EFFECTIVE WINDOW, SO A RENEWED
      *    TREATY IS A NEW TREATY ID (OR A NEW WINDOW ON UPDATE) - THE
      *    BORDEREAU PRICES EVERY TRANSACTION AGAINST THE ROW IN FORCE
      *    ON ITS DATE. A ZERO CESSION IS NOT A TREATY; DEACTIVATE IT.
       2195-VALIDATE-TRT.
           EVALUATE TRUE
               WHEN RMT-TRT-TREATY-ID = SPACES
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - TREATY ID MISSING'
                                       TO RPT-RES-RESULT
               WHEN RMT-POLICY-TYPE = SPACES
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - POLICY TYPE MISSING'
                                       TO RPT-RES-RESULT
               WHEN RMT-ACTION = 'DEACTIVE'
                   CONTINUE
               WHEN RMT-TRT-REINSURER = SPACES
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - REINSURER MISSING'
                                       TO RPT-RES-RESULT
               WHEN RMT-TRT-CESSION-PCT (1:2) NOT NUMERIC
                       OR RMT-TRT-CESSION-PCT (3:1) NOT = '.'
                       OR RMT-TRT-CESSION-PCT (4:2) NOT NUMERIC
                       OR RMT-TRT-COMM-PCT (1:2) NOT NUMERIC
                       OR RMT-TRT-COMM-PCT (3:1) NOT = '.'
                       OR RMT-TRT-COMM-PCT (4:2) NOT NUMERIC
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - PERCENTAGE NOT 99.99'
                                       TO RPT-RES-RESULT
               WHEN RMT-TRT-CESSION-PCT = '00.00'
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - CESSION PERCENT IS ZERO'
                                       TO RPT-RES-RESULT
               WHEN RMT-TRT-EFF-DATE (1:2) NOT NUMERIC
                       OR RMT-TRT-EFF-DATE (4:2) NOT NUMERIC
                       OR RMT-TRT-EFF-DATE (7:4) NOT NUMERIC
                       OR RMT-TRT-EXP-DATE (1:2) NOT NUMERIC
                       OR RMT-TRT-EXP-DATE (4:2) NOT NUMERIC
                       OR RMT-TRT-EXP-DATE (7:4) NOT NUMERIC
                   SET TRANS-INVALID TO TRUE
                   MOVE 'REJECTED - EFF/EXP DATE NOT MM/DD/YYYY'
                                       TO RPT-RES-RESULT
               WHEN OTHER
                   STRING RMT-TRT-EFF-DATE (7:4)
                          RMT-TRT-EFF-DATE (1:2)
                          RMT-TRT-EFF-DATE (4:2) DELIMITED BY SIZE
                     INTO WS-TRT-EFF-KEY
                   END-STRING
                   STRING RMT-TRT-EXP-DATE (7:4)
                          RMT-TRT-EXP-DATE (1:2)
                          RMT-TRT-EXP-DATE (4:2) DELIMITED BY SIZE
                     INTO WS-TRT-EXP-KEY
                   END-STRING
                   IF WS-TRT-EFF-KEY > WS-TRT-EXP-KEY
                       SET TRANS-INVALID TO TRUE
                       MOVE 'REJECTED - EFF DATE AFTER EXP DATE'
                                       TO RPT-RES-RESULT
                   END-IF
           END-EVALUATE.

       2200-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN RMT-TABLE-ID = 'ZIP' OR 'SUF' OR 'SEC'
                   PERFORM 2700-APPLY-RATE-TRANSACTION
               WHEN RMT-TABLE-ID = 'CAL'
                   PERFORM 2800-APPLY-CALENDAR-TRANSACTION
               WHEN RMT-TABLE-ID = 'TRT'
                   PERFORM 2900-APPLY-TREATY-TRANSACTION
               WHEN OTHER
                   PERFORM 2210-APPLY-REFERENCE-TRANSACTION
           END-EVALUATE.
                                       TO RPT-RES-RESULT
           END-EVALUATE.

       2900-APPLY-TREATY-TRANSACTION.
           MOVE RMT-TRT-TREATY-ID   TO WS-TR-TREATY-ID
           MOVE RMT-POLICY-TYPE     TO WS-TR-POLICY-TYPE
           MOVE RMT-TRT-UNDERWRITER TO WS-TR-UNDERWRITER
           MOVE RMT-TRT-REINSURER   TO WS-TR-REINSURER
           MOVE RMT-TRT-EFF-DATE    TO WS-TR-EFF-DATE
           MOVE RMT-TRT-EXP-DATE    TO WS-TR-EXP-DATE
           MOVE 0 TO WS-TR-CESSION-PCT WS-TR-CEDE-COMM-PCT
           IF RMT-ACTION NOT = 'DEACTIVE'
               MOVE RMT-TRT-CESSION-PCT (1:2) TO WS-DSC-PCT-WHOLE
               MOVE RMT-TRT-CESSION-PCT (4:2) TO WS-DSC-PCT-DEC
               PERFORM 2910-DECODE-TRT-PCT
               MOVE WS-DSC-PCT-WORK TO WS-TRT-CESSION-WORK
               MOVE RMT-TRT-COMM-PCT (1:2)    TO WS-DSC-PCT-WHOLE
               MOVE RMT-TRT-COMM-PCT (4:2)    TO WS-DSC-PCT-DEC
               PERFORM 2910-DECODE-TRT-PCT
               MOVE WS-TRT-CESSION-WORK TO WS-TR-CESSION-PCT
               MOVE WS-DSC-PCT-WORK     TO WS-TR-CEDE-COMM-PCT
           END-IF
           EVALUATE RMT-ACTION
               WHEN 'ADD'
                   MOVE 'ADD'    TO WS-TR-OPERATION-TYPE
               WHEN 'UPDATE'
                   MOVE 'UPDATE' TO WS-TR-OPERATION-TYPE
               WHEN OTHER
                   MOVE 'DELETE' TO WS-TR-OPERATION-TYPE
           END-EVALUATE
           CALL 'TRTDRVR1' USING TRTDRVR1-AREA
           EVALUATE WS-TR-SQLCODE
               WHEN 0
                   ADD 1 TO WS-ACCEPTED-CNT
                   MOVE 'COMPLETED' TO RPT-RES-RESULT
               WHEN 100
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - TREATY ROW NOT ON FILE'
                                       TO RPT-RES-RESULT
               WHEN -803
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - TREATY ROW ALREADY ON FILE'
                                       TO RPT-RES-RESULT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-CNT
                   MOVE 'REJECTED - SQL ERROR'
                                       TO RPT-RES-RESULT
           END-EVALUATE.

       2910-DECODE-TRT-PCT.
           MOVE WS-DSC-PCT-WHOLE TO WS-DSC-PCT-WHOLE-9
           MOVE WS-DSC-PCT-DEC   TO WS-DSC-PCT-DEC-9
           COMPUTE WS-DSC-PCT-WORK =
                   WS-DSC-PCT-WHOLE-9
                   + WS-DSC-PCT-DEC-9 / 100.

       2050-READ-REQUEST-PARA.
           READ REF-MAINT-REQUEST
               AT END
           MOVE 'NO' TO WS-LIST-EOF-SW
           PERFORM 8500-LIST-CAL-PARA UNTIL END-OF-LIST
           MOVE 'CLOSE' TO WS-CL-OPERATION-TYPE
           CALL 'CALDRVR1' USING CALDRVR1-AREA

           MOVE 'REINSURANCE TREATIES (TTREATY)'
                                       TO CAT-SECTION-TITLE
           WRITE REF-CATALOG-REPORT-REC FROM CAT-SECTION-LINE
           MOVE 'OPEN' TO WS-TR-OPERATION-TYPE
           CALL 'TRTDRVR1' USING TRTDRVR1-AREA
           MOVE 'NO' TO WS-LIST-EOF-SW
           PERFORM 8600-LIST-TRT-PARA UNTIL END-OF-LIST
           MOVE 'CLOSE' TO WS-TR-OPERATION-TYPE
           CALL 'TRTDRVR1' USING TRTDRVR1-AREA.

       8100-LIST-STA-PARA.
           MOVE 'STA-FETCH' TO WS-RF-OPERATION-TYPE
               MOVE 'YES' TO WS-LIST-EOF-SW
           END-IF.

       8600-LIST-TRT-PARA.
           MOVE 'FETCH' TO WS-TR-OPERATION-TYPE
           CALL 'TRTDRVR1' USING TRTDRVR1-AREA
           IF WS-TR-SQLCODE = 0
               MOVE WS-TR-OUT-TREATY-ID       TO CAT-TRT-TREATY-ID
               MOVE WS-TR-OUT-POLICY-TYPE     TO CAT-TRT-POLICY-TYPE
               IF WS-TR-OUT-UNDERWRITER = SPACES
                   MOVE '(ALL UNDERWRITERS)'  TO CAT-TRT-UNDERWRITER
               ELSE
                   MOVE WS-TR-OUT-UNDERWRITER TO CAT-TRT-UNDERWRITER
               END-IF
               MOVE WS-TR-OUT-REINSURER       TO CAT-TRT-REINSURER
               MOVE WS-TR-OUT-CESSION-PCT     TO CAT-TRT-CESSION-PCT
               MOVE WS-TR-OUT-CEDE-COMM-PCT   TO CAT-TRT-COMM-PCT
               MOVE WS-TR-OUT-EFF-DATE        TO CAT-TRT-EFF
               MOVE WS-TR-OUT-EXP-DATE        TO CAT-TRT-EXP
               WRITE REF-CATALOG-REPORT-REC FROM CAT-TRT-LINE
           ELSE
               MOVE 'YES' TO WS-LIST-EOF-SW
           END-IF.

       9000-FINALIZE-PARA.
           MOVE WS-ACCEPTED-CNT TO RPT-TOT-ACCEPTED
           MOVE WS-REJECTED-CNT TO RPT-TOT-REJECTED
