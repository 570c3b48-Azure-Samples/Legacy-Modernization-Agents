       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEDBORD1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEDE-BORDEREAU-REPORT ASSIGN TO 'CEDBRDRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CEDE-EXTRACT ASSIGN TO 'CEDBRDEX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CEDE-BORDEREAU-REPORT.
       01  CEDE-BORDEREAU-REPORT-REC     PIC X(132).

      *    THE REINSURERS' BORDEREAU EXTRACT, PIPE-DELIMITED LIKE THE
      *    SUITE'S OTHER FEEDS. ONE 'PREM' RECORD PER RENEWAL CEDED TO
      *    A TREATY AND ONE 'RTRN' RECORD PER CANCELLATION REFUND
      *    RETURNED THROUGH ONE:
      *        KIND|TREATY|REINSURER|POLICY|POLICY TYPE|UNDERWRITER|
      *        TXN DATE|PERIOD FROM|PERIOD TO|GROSS|CEDE PCT|CEDED|
      *        COMM PCT|COMMISSION|NET
      *    FOLLOWED BY ONE 'SUMM' RECORD PER TREATY:
      *        SUMM|TREATY|REINSURER|PERIOD FROM|PERIOD TO|RENEWALS|
      *        CEDED|COMMISSION|REFUNDS|RETURN CEDED|RETURN COMMISSION|
      *        NET DUE
       FD  CEDE-EXTRACT.
       01  CEDE-EXTRACT-REC              PIC X(250).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-RN-EOF-SW                  PIC X(3) VALUE 'NO'.
           88  END-OF-RENEWALS           VALUE 'YES'.
       01  WS-CN-EOF-SW                  PIC X(3) VALUE 'NO'.
           88  END-OF-CANCELS            VALUE 'YES'.
       01  WS-TAX-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-TAX-BASIS          VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

      *    BORDEREAU PERIOD ON SYSIN (MM/DD/YYYY FROM AND TO). A BLANK
      *    CARD DEFAULTS TO THE CALENDAR MONTH JUST ENDED, THE SAME
      *    PERIOD TAXRPT1 DEFAULTS TO, SO THE TWO TIE.
       01  WS-PARM-CARD.
           05  WS-PARM-PERIOD-START      PIC X(10).
           05  WS-PARM-PERIOD-END        PIC X(10).
           05  FILLER                    PIC X(60).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-PRIOR-MM                   PIC 9(2) VALUE 0.
       01  WS-PRIOR-YYYY                 PIC 9(4) VALUE 0.
       01  WS-PRIOR-MAX-DD               PIC 9(2) VALUE 0.
       01  WS-LEAP-QUOT                  PIC 9(4) VALUE 0.
       01  WS-LEAP-REM                   PIC 9(4) VALUE 0.

      *    A RENEWAL CEDED TO A PANEL COMES BACK ONCE PER TREATY, SO
      *    THE GROSS IS COUNTED ONLY ON THE FIRST ROW OF EACH
      *    TRANSACTION (POLICY, DATE AND THE DRIVER'S SECOND DATE).
       01  WS-TXN-KIND                   PIC X(4).
       01  WS-TXN-KEY.
           05  WS-TXN-POLICY-NUMBER      PIC X(10).
           05  WS-TXN-DATE               PIC X(10).
           05  WS-TXN-KEY-DATE           PIC X(10).
       01  WS-PREV-TXN-KEY               PIC X(30) VALUE SPACES.
       01  WS-TXN-PCT-TOT                PIC 9(3)V99 VALUE 0.

       01  WS-DET-CEDED                  PIC 9(7)V99 VALUE 0.
       01  WS-DET-COMM                   PIC 9(7)V99 VALUE 0.
       01  WS-DET-NET                    PIC 9(7)V99 VALUE 0.

       01  WS-RN-CNT                     PIC 9(9) VALUE 0.
       01  WS-RN-GROSS                   PIC 9(11)V99 VALUE 0.
       01  WS-RN-CEDED                   PIC 9(11)V99 VALUE 0.
       01  WS-RN-COMM                    PIC 9(11)V99 VALUE 0.
       01  WS-RN-RETAINED-CNT            PIC 9(9) VALUE 0.
       01  WS-RN-RETAINED                PIC 9(11)V99 VALUE 0.
       01  WS-CN-CNT                     PIC 9(9) VALUE 0.
       01  WS-CN-GROSS                   PIC 9(11)V99 VALUE 0.
       01  WS-CN-CEDED                   PIC 9(11)V99 VALUE 0.
       01  WS-CN-COMM                    PIC 9(11)V99 VALUE 0.
       01  WS-NET-DUE                    PIC S9(11)V99 VALUE 0.
       01  WS-OVER-CEDED-CNT             PIC 9(5) VALUE 0.

       01  WS-TAX-BASIS                  PIC 9(11)V99 VALUE 0.
       01  WS-TIE-DIFF                   PIC S9(11)V99 VALUE 0.

      *    PER-TREATY ACCUMULATORS FOR THE SUMMARY, BUILT AS TREATIES
      *    ARE MET ON THE CURSORS.
       01  WS-TREATY-TABLE.
           05 WS-TRT-ENTRY               OCCURS 200 TIMES.
              10 WS-TRT-ID               PIC X(8).
              10 WS-TRT-REINSURER        PIC X(30).
              10 WS-TRT-RN-CNT           PIC 9(7).
              10 WS-TRT-RN-CEDED         PIC 9(11)V99.
              10 WS-TRT-RN-COMM          PIC 9(11)V99.
              10 WS-TRT-CN-CNT           PIC 9(7).
              10 WS-TRT-CN-CEDED         PIC 9(11)V99.
              10 WS-TRT-CN-COMM          PIC 9(11)V99.
       01  WS-TRT-TBL-CNT                PIC 9(3) VALUE 0.
       01  WS-TRT-IDX                    PIC 9(3) VALUE 0.
       01  WS-TRT-FOUND-IDX              PIC 9(3) VALUE 0.
       01  WS-TRT-NET                    PIC S9(11)V99 VALUE 0.

       01  WS-EXT-GROSS-EDIT             PIC 9(7).99.
       01  WS-EXT-CEDED-EDIT             PIC 9(7).99.
       01  WS-EXT-COMM-EDIT              PIC 9(7).99.
       01  WS-EXT-NET-EDIT               PIC 9(7).99.
       01  WS-EXT-CEDE-PCT-EDIT          PIC 99.99.
       01  WS-EXT-COMM-PCT-EDIT          PIC 99.99.
       01  WS-EXT-CNT-EDIT               PIC 9(7).
       01  WS-EXT-RTN-CNT-EDIT           PIC 9(7).
       01  WS-EXT-AMT1-EDIT              PIC 9(11).99.
       01  WS-EXT-AMT2-EDIT              PIC 9(11).99.
       01  WS-EXT-AMT3-EDIT              PIC 9(11).99.
       01  WS-EXT-AMT4-EDIT              PIC 9(11).99.
       01  WS-EXT-NET-DUE-EDIT           PIC -9(11).99.

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

       01  TAXDRVR1-AREA.
           10  WS-TX-OPERATION-TYPE        PIC X(10).
           10  WS-TX-PERIOD-START          PIC X(10).
           10  WS-TX-PERIOD-END            PIC X(10).
           10  WS-TX-SQLCODE               PIC S9(9) COMP.
           10  WS-TX-STATE                 PIC X(2).
           10  WS-TX-POLICY-TYPE           PIC X(50).
           10  WS-TX-RENEWAL-CNT           PIC S9(9) COMP.
           10  WS-TX-PREMIUM-SUM           PIC S9(11)V9(2) COMP-3.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'QUOTA-SHARE CESSION BORDEREAU   PERIOD: '.
           05  RPT-HDR-START             PIC X(10).
           05  FILLER                    PIC X(3)  VALUE ' - '.
           05  RPT-HDR-END               PIC X(10).
           05  FILLER                    PIC X(7)  VALUE '  RUN: '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  RPT-MESSAGE-LINE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-MSG-TEXT              PIC X(130).

       01  RPT-COLUMN-LINE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'KIND'.
           05  FILLER                    PIC X(12) VALUE 'POLICY'.
           05  FILLER                    PIC X(12) VALUE 'TXN DATE'.
           05  FILLER                    PIC X(12) VALUE 'POL TYPE'.
           05  FILLER                    PIC X(14) VALUE 'UNDERWRITER'.
           05  FILLER                    PIC X(10) VALUE 'TREATY'.
           05  FILLER                    PIC X(14)
               VALUE '       GROSS  '.
           05  FILLER                    PIC X(7)  VALUE 'CEDE%  '.
           05  FILLER                    PIC X(14)
               VALUE '       CEDED  '.
           05  FILLER                    PIC X(14)
               VALUE '  COMMISSION  '.
           05  FILLER                    PIC X(15)
               VALUE '   NET CEDED   '.

       01  RPT-DETAIL-LINE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-KIND              PIC X(4).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-POLICY            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-DATE              PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-POLICY-TYPE       PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-UNDERWRITER       PIC X(12).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-TREATY            PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-GROSS             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-PCT               PIC Z9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-CEDED             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-COMM              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DET-NET               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(3)  VALUE SPACES.

       01  RPT-TREATY-COLUMN-LINE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'TREATY'.
           05  FILLER                    PIC X(22) VALUE 'REINSURER'.
           05  FILLER                    PIC X(7)  VALUE ' RENEW '.
           05  FILLER                    PIC X(14)
               VALUE '       CEDED  '.
           05  FILLER                    PIC X(14)
               VALUE '  COMMISSION  '.
           05  FILLER                    PIC X(7)  VALUE 'REFUND '.
           05  FILLER                    PIC X(14)
               VALUE ' RETURN CEDED '.
           05  FILLER                    PIC X(14)
               VALUE ' RETURN COMM  '.
           05  FILLER                    PIC X(28)
               VALUE '      NET DUE'.

       01  RPT-TREATY-LINE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-TRT-ID                PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-TRT-REINSURER         PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-TRT-RN-CNT            PIC ZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-TRT-RN-CEDED          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-TRT-RN-COMM           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-TRT-CN-CNT            PIC ZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-TRT-CN-CEDED          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-TRT-CN-COMM           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-TRT-NET               PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(15) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZ,ZZZ,ZZ9
                                         BLANK WHEN ZERO.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  RPT-TOT-AMOUNT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-RENEWAL-PARA UNTIL END-OF-RENEWALS
           PERFORM 2500-START-CANCELLATIONS
           PERFORM 3000-PROCESS-CANCEL-PARA UNTIL END-OF-CANCELS
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
           IF WS-PARM-PERIOD-START = SPACES
                   OR WS-PARM-PERIOD-END = SPACES
               PERFORM 0100-DEFAULT-PRIOR-MONTH
           END-IF

           OPEN OUTPUT CEDE-BORDEREAU-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CEDBRDRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT CEDE-EXTRACT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CEDBRDEX: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-PARM-PERIOD-START TO RPT-HDR-START
           MOVE WS-PARM-PERIOD-END   TO RPT-HDR-END
           MOVE WS-CURRENT-DATE      TO RPT-HDR-DATE
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-HEADER-LINE
           MOVE 'RENEWALS - PREMIUM CEDED' TO RPT-MSG-TEXT
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-MESSAGE-LINE
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-COLUMN-LINE

           MOVE 'RN-OPEN'              TO WS-TR-OPERATION-TYPE
           MOVE WS-PARM-PERIOD-START   TO WS-TR-PERIOD-START
           MOVE WS-PARM-PERIOD-END     TO WS-TR-PERIOD-END
           CALL 'TRTDRVR1' USING TRTDRVR1-AREA
           IF WS-TR-SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING TRT-RENEWAL-CURSOR: '
                                                   WS-TR-SQLCODE
               CALL 'ABEND'
           END-IF

           PERFORM 2050-FETCH-RENEWAL-PARA.

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

       2000-PROCESS-RENEWAL-PARA.
           MOVE 'PREM' TO WS-TXN-KIND
           PERFORM 4000-CEDE-TRANSACTION
           PERFORM 2050-FETCH-RENEWAL-PARA.

       2050-FETCH-RENEWAL-PARA.
           MOVE 'RN-FETCH' TO WS-TR-OPERATION-TYPE
           CALL 'TRTDRVR1' USING TRTDRVR1-AREA
           IF WS-TR-SQLCODE = 100
               MOVE 'YES' TO WS-RN-EOF-SW
           ELSE
           IF WS-TR-SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING TRT-RENEWAL-CURSOR: '
                                                   WS-TR-SQLCODE
               CALL 'ABEND'
           END-IF.

       2500-START-CANCELLATIONS.
           MOVE 'RN-CLOSE' TO WS-TR-OPERATION-TYPE
           CALL 'TRTDRVR1' USING TRTDRVR1-AREA

           MOVE SPACES TO WS-PREV-TXN-KEY
           MOVE 'CANCELLATION REFUNDS - RETURN PREMIUM CEDED'
                                       TO RPT-MSG-TEXT
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-MESSAGE-LINE
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-COLUMN-LINE

           MOVE 'CN-OPEN' TO WS-TR-OPERATION-TYPE
           CALL 'TRTDRVR1' USING TRTDRVR1-AREA
           IF WS-TR-SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING TRT-CANCEL-CURSOR: '
                                                   WS-TR-SQLCODE
               CALL 'ABEND'
           END-IF

           PERFORM 3050-FETCH-CANCEL-PARA.

       3000-PROCESS-CANCEL-PARA.
           MOVE 'RTRN' TO WS-TXN-KIND
           PERFORM 4000-CEDE-TRANSACTION
           PERFORM 3050-FETCH-CANCEL-PARA.

       3050-FETCH-CANCEL-PARA.
           MOVE 'CN-FETCH' TO WS-TR-OPERATION-TYPE
           CALL 'TRTDRVR1' USING TRTDRVR1-AREA
           IF WS-TR-SQLCODE = 100
               MOVE 'YES' TO WS-CN-EOF-SW
           ELSE
           IF WS-TR-SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING TRT-CANCEL-CURSOR: '
                                                   WS-TR-SQLCODE
               CALL 'ABEND'
           END-IF.

      *    ONE CURSOR ROW = ONE TRANSACTION AGAINST ONE TREATY (OR NO
      *    TREATY). THE CEDED SHARE AND THE COMMISSION ON IT ARE
      *    ROUNDED PER LINE AND EVERY TOTAL IS A SUM OF ROUNDED LINES,
      *    SO THE EXTRACT, THE TREATY SUMMARY AND THE TOTALS AGREE TO
      *    THE CENT.
       4000-CEDE-TRANSACTION.
           MOVE WS-TR-OUT-POLICY-NUMBER TO WS-TXN-POLICY-NUMBER
           MOVE WS-TR-OUT-TXN-DATE      TO WS-TXN-DATE
           MOVE WS-TR-OUT-KEY-DATE      TO WS-TXN-KEY-DATE
           IF WS-TXN-KEY NOT = WS-PREV-TXN-KEY
               MOVE WS-TXN-KEY TO WS-PREV-TXN-KEY
               MOVE 0 TO WS-TXN-PCT-TOT
               IF WS-TXN-KIND = 'PREM'
                   ADD 1                      TO WS-RN-CNT
                   ADD WS-TR-OUT-GROSS-AMOUNT TO WS-RN-GROSS
               ELSE
                   ADD 1                      TO WS-CN-CNT
                   ADD WS-TR-OUT-GROSS-AMOUNT TO WS-CN-GROSS
               END-IF
           END-IF

           MOVE 0 TO WS-DET-CEDED WS-DET-COMM WS-DET-NET
           IF WS-TR-OUT-TREATY-ID = SPACES
               MOVE 'RETAINED' TO RPT-DET-TREATY
               IF WS-TXN-KIND = 'PREM'
                   ADD 1                      TO WS-RN-RETAINED-CNT
                   ADD WS-TR-OUT-GROSS-AMOUNT TO WS-RN-RETAINED
               END-IF
           ELSE
               MOVE WS-TR-OUT-TREATY-ID TO RPT-DET-TREATY
               COMPUTE WS-DET-CEDED ROUNDED =
                       WS-TR-OUT-GROSS-AMOUNT
                       * WS-TR-OUT-CESSION-PCT / 100
               COMPUTE WS-DET-COMM ROUNDED =
                       WS-DET-CEDED
                       * WS-TR-OUT-CEDE-COMM-PCT / 100
               COMPUTE WS-DET-NET = WS-DET-CEDED - WS-DET-COMM
               IF WS-TXN-KIND = 'PREM'
                   ADD WS-DET-CEDED TO WS-RN-CEDED
                   ADD WS-DET-COMM  TO WS-RN-COMM
               ELSE
                   ADD WS-DET-CEDED TO WS-CN-CEDED
                   ADD WS-DET-COMM  TO WS-CN-COMM
               END-IF
               ADD WS-TR-OUT-CESSION-PCT TO WS-TXN-PCT-TOT
               PERFORM 4100-ACCUMULATE-TREATY
               PERFORM 4200-WRITE-EXTRACT-DETAIL
           END-IF

           MOVE WS-TXN-KIND                  TO RPT-DET-KIND
           MOVE WS-TR-OUT-POLICY-NUMBER      TO RPT-DET-POLICY
           MOVE WS-TR-OUT-TXN-DATE           TO RPT-DET-DATE
           MOVE WS-TR-OUT-POLICY-TYPE (1:10) TO RPT-DET-POLICY-TYPE
           MOVE WS-TR-OUT-UNDERWRITER (1:12) TO RPT-DET-UNDERWRITER
           MOVE WS-TR-OUT-GROSS-AMOUNT       TO RPT-DET-GROSS
           MOVE WS-TR-OUT-CESSION-PCT        TO RPT-DET-PCT
           MOVE WS-DET-CEDED                 TO RPT-DET-CEDED
           MOVE WS-DET-COMM                  TO RPT-DET-COMM
           MOVE WS-DET-NET                   TO RPT-DET-NET
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-DETAIL-LINE

      *    A PANEL WHOSE SHARES ADD UP TO MORE THAN THE WHOLE
      *    PREMIUM IS A TREATY-TABLE KEYING ERROR - THE LINES ARE
      *    STILL CEDED AS FILED BUT FLAGGED FOR THE REINSURANCE DESK.
           IF WS-TXN-PCT-TOT > 100
               ADD 1 TO WS-OVER-CEDED-CNT
               MOVE '*** TREATY SHARES EXCEED 100 PCT - CHECK TTREATY'
                                       TO RPT-MSG-TEXT
               WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-MESSAGE-LINE
           END-IF.

       4100-ACCUMULATE-TREATY.
           MOVE 0 TO WS-TRT-FOUND-IDX
           PERFORM VARYING WS-TRT-IDX FROM 1 BY 1
                     UNTIL WS-TRT-IDX > WS-TRT-TBL-CNT
               IF WS-TRT-ID (WS-TRT-IDX) = WS-TR-OUT-TREATY-ID
                   MOVE WS-TRT-IDX TO WS-TRT-FOUND-IDX
                   MOVE WS-TRT-TBL-CNT TO WS-TRT-IDX
               END-IF
           END-PERFORM
           IF WS-TRT-FOUND-IDX = 0
               IF WS-TRT-TBL-CNT >= 200
                   DISPLAY '*** CEDBORD1: TREATY TABLE FULL '
                           '(200) - RUN STOPPED ***'
                   CALL 'ABEND'
               END-IF
               ADD 1 TO WS-TRT-TBL-CNT
               MOVE WS-TRT-TBL-CNT TO WS-TRT-FOUND-IDX
               MOVE WS-TR-OUT-TREATY-ID
                 TO WS-TRT-ID (WS-TRT-FOUND-IDX)
               MOVE WS-TR-OUT-REINSURER
                 TO WS-TRT-REINSURER (WS-TRT-FOUND-IDX)
               MOVE 0 TO WS-TRT-RN-CNT (WS-TRT-FOUND-IDX)
                         WS-TRT-RN-CEDED (WS-TRT-FOUND-IDX)
                         WS-TRT-RN-COMM (WS-TRT-FOUND-IDX)
                         WS-TRT-CN-CNT (WS-TRT-FOUND-IDX)
                         WS-TRT-CN-CEDED (WS-TRT-FOUND-IDX)
                         WS-TRT-CN-COMM (WS-TRT-FOUND-IDX)
           END-IF
           IF WS-TXN-KIND = 'PREM'
               ADD 1            TO WS-TRT-RN-CNT (WS-TRT-FOUND-IDX)
               ADD WS-DET-CEDED TO WS-TRT-RN-CEDED (WS-TRT-FOUND-IDX)
               ADD WS-DET-COMM  TO WS-TRT-RN-COMM (WS-TRT-FOUND-IDX)
           ELSE
               ADD 1            TO WS-TRT-CN-CNT (WS-TRT-FOUND-IDX)
               ADD WS-DET-CEDED TO WS-TRT-CN-CEDED (WS-TRT-FOUND-IDX)
               ADD WS-DET-COMM  TO WS-TRT-CN-COMM (WS-TRT-FOUND-IDX)
           END-IF.

       4200-WRITE-EXTRACT-DETAIL.
           MOVE WS-TR-OUT-GROSS-AMOUNT  TO WS-EXT-GROSS-EDIT
           MOVE WS-DET-CEDED            TO WS-EXT-CEDED-EDIT
           MOVE WS-DET-COMM             TO WS-EXT-COMM-EDIT
           MOVE WS-DET-NET              TO WS-EXT-NET-EDIT
           MOVE WS-TR-OUT-CESSION-PCT   TO WS-EXT-CEDE-PCT-EDIT
           MOVE WS-TR-OUT-CEDE-COMM-PCT TO WS-EXT-COMM-PCT-EDIT
           MOVE SPACES TO CEDE-EXTRACT-REC
           STRING WS-TXN-KIND                  DELIMITED BY SIZE '|'
                  WS-TR-OUT-TREATY-ID          DELIMITED BY SIZE '|'
                  WS-TR-OUT-REINSURER          DELIMITED BY SIZE '|'
                  WS-TR-OUT-POLICY-NUMBER      DELIMITED BY SIZE '|'
                  WS-TR-OUT-POLICY-TYPE (1:20) DELIMITED BY SIZE '|'
                  WS-TR-OUT-UNDERWRITER (1:30) DELIMITED BY SIZE '|'
                  WS-TR-OUT-TXN-DATE           DELIMITED BY SIZE '|'
                  WS-PARM-PERIOD-START         DELIMITED BY SIZE '|'
                  WS-PARM-PERIOD-END           DELIMITED BY SIZE '|'
                  WS-EXT-GROSS-EDIT            DELIMITED BY SIZE '|'
                  WS-EXT-CEDE-PCT-EDIT         DELIMITED BY SIZE '|'
                  WS-EXT-CEDED-EDIT            DELIMITED BY SIZE '|'
                  WS-EXT-COMM-PCT-EDIT         DELIMITED BY SIZE '|'
                  WS-EXT-COMM-EDIT             DELIMITED BY SIZE '|'
                  WS-EXT-NET-EDIT              DELIMITED BY SIZE
             INTO CEDE-EXTRACT-REC
           END-STRING
           WRITE CEDE-EXTRACT-REC.

       5000-WRITE-TREATY-SUMMARY.
           MOVE 'TREATY SUMMARY' TO RPT-MSG-TEXT
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-MESSAGE-LINE
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-TREATY-COLUMN-LINE
           PERFORM 5100-WRITE-TREATY-LINE
               VARYING WS-TRT-IDX FROM 1 BY 1
                 UNTIL WS-TRT-IDX > WS-TRT-TBL-CNT.

      *    NET DUE IS WHAT THE REINSURER IS OWED FOR THE PERIOD: THE
      *    CEDED PREMIUM LESS ITS COMMISSION, LESS THE RETURN PREMIUM
      *    LESS THE COMMISSION GIVEN BACK ON IT.
       5100-WRITE-TREATY-LINE.
           COMPUTE WS-TRT-NET =
                   WS-TRT-RN-CEDED (WS-TRT-IDX)
                   - WS-TRT-RN-COMM (WS-TRT-IDX)
                   - WS-TRT-CN-CEDED (WS-TRT-IDX)
                   + WS-TRT-CN-COMM (WS-TRT-IDX)
           ADD WS-TRT-NET TO WS-NET-DUE
           MOVE WS-TRT-ID (WS-TRT-IDX)        TO RPT-TRT-ID
           MOVE WS-TRT-REINSURER (WS-TRT-IDX) TO RPT-TRT-REINSURER
           MOVE WS-TRT-RN-CNT (WS-TRT-IDX)    TO RPT-TRT-RN-CNT
           MOVE WS-TRT-RN-CEDED (WS-TRT-IDX)  TO RPT-TRT-RN-CEDED
           MOVE WS-TRT-RN-COMM (WS-TRT-IDX)   TO RPT-TRT-RN-COMM
           MOVE WS-TRT-CN-CNT (WS-TRT-IDX)    TO RPT-TRT-CN-CNT
           MOVE WS-TRT-CN-CEDED (WS-TRT-IDX)  TO RPT-TRT-CN-CEDED
           MOVE WS-TRT-CN-COMM (WS-TRT-IDX)   TO RPT-TRT-CN-COMM
           MOVE WS-TRT-NET                    TO RPT-TRT-NET
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-TREATY-LINE

           MOVE WS-TRT-RN-CNT (WS-TRT-IDX)    TO WS-EXT-CNT-EDIT
           MOVE WS-TRT-RN-CEDED (WS-TRT-IDX)  TO WS-EXT-AMT1-EDIT
           MOVE WS-TRT-RN-COMM (WS-TRT-IDX)   TO WS-EXT-AMT2-EDIT
           MOVE WS-TRT-CN-CNT (WS-TRT-IDX)    TO WS-EXT-RTN-CNT-EDIT
           MOVE WS-TRT-CN-CEDED (WS-TRT-IDX)  TO WS-EXT-AMT3-EDIT
           MOVE WS-TRT-CN-COMM (WS-TRT-IDX)   TO WS-EXT-AMT4-EDIT
           MOVE WS-TRT-NET                    TO WS-EXT-NET-DUE-EDIT
           MOVE SPACES TO CEDE-EXTRACT-REC
           STRING 'SUMM'                       DELIMITED BY SIZE '|'
                  WS-TRT-ID (WS-TRT-IDX)       DELIMITED BY SIZE '|'
                  WS-TRT-REINSURER (WS-TRT-IDX)
                                               DELIMITED BY SIZE '|'
                  WS-PARM-PERIOD-START         DELIMITED BY SIZE '|'
                  WS-PARM-PERIOD-END           DELIMITED BY SIZE '|'
                  WS-EXT-CNT-EDIT              DELIMITED BY SIZE '|'
                  WS-EXT-AMT1-EDIT             DELIMITED BY SIZE '|'
                  WS-EXT-AMT2-EDIT             DELIMITED BY SIZE '|'
                  WS-EXT-RTN-CNT-EDIT          DELIMITED BY SIZE '|'
                  WS-EXT-AMT3-EDIT             DELIMITED BY SIZE '|'
                  WS-EXT-AMT4-EDIT             DELIMITED BY SIZE '|'
                  WS-EXT-NET-DUE-EDIT          DELIMITED BY SIZE
             INTO CEDE-EXTRACT-REC
           END-STRING
           WRITE CEDE-EXTRACT-REC.

      *    THE GROSS RENEWAL PREMIUM ON THE BORDEREAU (CEDED PLUS
      *    RETAINED) MUST EQUAL THE PREMIUM TAXRPT1 ACCRUES TAX ON
      *    FOR THE SAME PERIOD - BOTH ARE THE PERIOD'S TRENEWAL ROWS.
      *    THE BASIS IS RE-READ THROUGH TAXDRVR1 ITSELF SO THE TWO
      *    CAN ONLY AGREE IF THEY REALLY DESCRIBE THE SAME PREMIUM.
       6000-TIE-TO-TAX-BASIS.
           MOVE 'OPEN'                 TO WS-TX-OPERATION-TYPE
           MOVE WS-PARM-PERIOD-START   TO WS-TX-PERIOD-START
           MOVE WS-PARM-PERIOD-END     TO WS-TX-PERIOD-END
           CALL 'TAXDRVR1' USING TAXDRVR1-AREA
           IF WS-TX-SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING TAX-ACCRUAL-CURSOR: '
                                                   WS-TX-SQLCODE
               CALL 'ABEND'
           END-IF
           PERFORM 6050-FETCH-TAX-BASIS-PARA
           PERFORM 6100-ADD-TAX-BASIS-PARA UNTIL END-OF-TAX-BASIS
           MOVE 'CLOSE' TO WS-TX-OPERATION-TYPE
           CALL 'TAXDRVR1' USING TAXDRVR1-AREA
           COMPUTE WS-TIE-DIFF = WS-RN-GROSS - WS-TAX-BASIS.

       6050-FETCH-TAX-BASIS-PARA.
           MOVE 'FETCH' TO WS-TX-OPERATION-TYPE
           CALL 'TAXDRVR1' USING TAXDRVR1-AREA
           IF WS-TX-SQLCODE = 100
               MOVE 'YES' TO WS-TAX-EOF-SW
           ELSE
           IF WS-TX-SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING TAX-ACCRUAL-CURSOR: '
                                                   WS-TX-SQLCODE
               CALL 'ABEND'
           END-IF.

       6100-ADD-TAX-BASIS-PARA.
           ADD WS-TX-PREMIUM-SUM TO WS-TAX-BASIS
           PERFORM 6050-FETCH-TAX-BASIS-PARA.

       7000-WRITE-TOTALS.
           MOVE 'BORDEREAU TOTALS' TO RPT-MSG-TEXT
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-MESSAGE-LINE

           MOVE 'RENEWALS - GROSS PREMIUM'     TO RPT-TOT-LABEL
           MOVE WS-RN-CNT                      TO RPT-TOT-CNT
           MOVE WS-RN-GROSS                    TO RPT-TOT-AMOUNT
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'RENEWALS - RETAINED, NO TREATY' TO RPT-TOT-LABEL
           MOVE WS-RN-RETAINED-CNT             TO RPT-TOT-CNT
           MOVE WS-RN-RETAINED                 TO RPT-TOT-AMOUNT
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'RENEWALS - PREMIUM CEDED'     TO RPT-TOT-LABEL
           MOVE 0                              TO RPT-TOT-CNT
           MOVE WS-RN-CEDED                    TO RPT-TOT-AMOUNT
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'RENEWALS - CEDING COMMISSION' TO RPT-TOT-LABEL
           MOVE WS-RN-COMM                     TO RPT-TOT-AMOUNT
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-TOTAL-LINE

           MOVE 'REFUNDS - GROSS RETURN PREMIUM' TO RPT-TOT-LABEL
           MOVE WS-CN-CNT                      TO RPT-TOT-CNT
           MOVE WS-CN-GROSS                    TO RPT-TOT-AMOUNT
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'REFUNDS - RETURN PREMIUM CEDED' TO RPT-TOT-LABEL
           MOVE 0                              TO RPT-TOT-CNT
           MOVE WS-CN-CEDED                    TO RPT-TOT-AMOUNT
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'REFUNDS - CEDING COMMISSION RETURNED' TO RPT-TOT-LABEL
           MOVE WS-CN-COMM                     TO RPT-TOT-AMOUNT
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-TOTAL-LINE

           MOVE 'NET DUE TO REINSURERS'        TO RPT-TOT-LABEL
           MOVE WS-NET-DUE                     TO RPT-TOT-AMOUNT
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-TOTAL-LINE

           MOVE 'TAXRPT1 PREMIUM BASIS FOR PERIOD' TO RPT-TOT-LABEL
           MOVE WS-TAX-BASIS                   TO RPT-TOT-AMOUNT
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'GROSS RENEWAL PREMIUM LESS TAX BASIS' TO RPT-TOT-LABEL
           MOVE WS-TIE-DIFF                    TO RPT-TOT-AMOUNT
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-TOTAL-LINE
           IF WS-TIE-DIFF = 0
               MOVE 'BORDEREAU TIES TO TAXRPT1 PREMIUM'
                                       TO RPT-MSG-TEXT
           ELSE
               MOVE '*** BORDEREAU DOES NOT TIE TO TAXRPT1 PREMIUM ***'
                                       TO RPT-MSG-TEXT
               DISPLAY 'CEDBORD1: GROSS PREMIUM DOES NOT TIE TO '
                       'TAXRPT1 BASIS, DIFFERENCE: ' WS-TIE-DIFF
           END-IF
           WRITE CEDE-BORDEREAU-REPORT-REC FROM RPT-MESSAGE-LINE
           IF WS-OVER-CEDED-CNT > 0
               DISPLAY 'CEDBORD1: TRANSACTIONS CEDED OVER 100 PCT: '
                       WS-OVER-CEDED-CNT
           END-IF.

       9000-FINALIZE-PARA.
           MOVE 'CN-CLOSE' TO WS-TR-OPERATION-TYPE
           CALL 'TRTDRVR1' USING TRTDRVR1-AREA

           PERFORM 5000-WRITE-TREATY-SUMMARY
           PERFORM 6000-TIE-TO-TAX-BASIS
           PERFORM 7000-WRITE-TOTALS

           CLOSE CEDE-BORDEREAU-REPORT
           CLOSE CEDE-EXTRACT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'CEDBORD1'      TO OPS-JOB-NAME
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
               COMPUTE OPS-RECORD-CNT = WS-RN-CNT + WS-CN-CNT
               MOVE WS-OVER-CEDED-CNT TO OPS-ERROR-CNT
               IF WS-TIE-DIFF NOT = 0
                   SET OPS-STATUS-ERROR TO TRUE
               ELSE
               IF WS-OVER-CEDED-CNT > 0
                   SET OPS-STATUS-WARNING TO TRUE
               ELSE
                   SET OPS-STATUS-OK TO TRUE
               END-IF
               END-IF
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF.

       END PROGRAM CEDBORD1.
