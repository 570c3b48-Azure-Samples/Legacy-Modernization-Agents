       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBRST1.
      *    REPORT BURSTING AND DISTRIBUTION. CUTS ONE PRINTED REPORT
      *    OF THE SUITE (RPTFLE, QTRRNWRP, AGYRPTF, DUNAGERP, CMSSTMT
      *    ...) AT ITS BREAK KEYS - STATE, AGENCY, AGENT - AND ROUTES
      *    EACH PIECE TO THE RECIPIENTS THE DSTCTL CONTROL FILE NAMES
      *    FOR THAT KEY, BY PRINT, E-MAIL OR DATASET, INSTEAD OF THE
      *    WHOLE REPORT BEING PRINTED AND SPLIT BY HAND. A KEY WITH NO
      *    RECIPIENT GOES TO THE REPORT'S DEFAULT RECIPIENT. DSTLOG
      *    RECORDS WHO RECEIVED WHICH PAGES.
      *    THE REPORT'S HEADING (THE LINES AHEAD OF THE FIRST KEY) IS
      *    REPEATED AT THE TOP OF EVERY PIECE; THE CLOSING SUMMARY
      *    FROM THE DEFINITION'S END LABEL ON IS A PIECE OF ITS OWN,
      *    KEY '*SUMMARY'. A REPORT WITH NO KEY LINES AT ALL GOES
      *    WHOLE TO THE DEFAULT RECIPIENT AS KEY '*ALL'.
      *    SYSIN CARD:
      *        COLS  1-8   REPORT ID (ITS DD NAME) - REQUIRED; THE
      *                    REPORT ITSELF IS READ FROM RPTIN
      *        COLS  9-16  BREAK NAME - BLANK TAKES THE REPORT'S FIRST
      *                    'R' DEFINITION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-IN-FILE ASSIGN TO 'RPTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DIST-CONTROL-FILE ASSIGN TO 'DSTCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PIECE-SORT-FILE ASSIGN TO 'SORTWK1'.
           SELECT BURST-PRINT-FILE ASSIGN TO 'BRSTPRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BURST-EMAIL-FILE ASSIGN TO 'BRSTEML'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BURST-DATASET-FILE ASSIGN TO 'BRSTDSN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DIST-LOG-REPORT ASSIGN TO 'DSTLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE REPORTS ARE 132 PRINT POSITIONS, RPTFLE 160.
       FD  REPORT-IN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 160 CHARACTERS
               DEPENDING ON WS-IN-LEN.
       01  REPORT-IN-RECORD              PIC X(160).

      *    'D' RECORDS (DSTCTL) NAME THE RECIPIENTS; AN 'R' RECORD
      *    PER REPORT AND BREAK SAYS WHERE THE KEY IS PRINTED - THE
      *    LABEL THAT OPENS A KEY LINE AND ITS COLUMN, THE KEY'S
      *    COLUMN AND LENGTH, AND OPTIONALLY THE LABEL THAT OPENS THE
      *    CLOSING SUMMARY AND THE LABEL OF THE PAGE HEADING LINE
      *    (WITHOUT ONE, A PAGE IS 60 LINES).
       FD  DIST-CONTROL-FILE.
       01  DIST-CONTROL-REC.
           COPY DSTCTL.
       01  DIST-REPORT-DEF.
           05  DRD-REC-TYPE              PIC X(1).
           05  DRD-REPORT-ID             PIC X(8).
           05  DRD-BREAK-NAME            PIC X(8).
           05  DRD-KEY-LABEL             PIC X(20).
           05  DRD-LABEL-COL             PIC 9(3).
           05  DRD-KEY-COL               PIC 9(3).
           05  DRD-KEY-LEN               PIC 9(2).
           05  DRD-END-LABEL             PIC X(20).
           05  DRD-END-COL               PIC 9(3).
           05  DRD-PAGE-LABEL            PIC X(10).
           05  DRD-PAGE-COL              PIC 9(3).
           05  FILLER                    PIC X(19).

      *    EVERY LINE OF EVERY PIECE, ONCE PER RECIPIENT, SO EACH
      *    RECIPIENT'S PIECES COME OUT TOGETHER IN REPORT ORDER. THE
      *    PIECE'S SUMMARY ('H', LINE 0) IS RELEASED WHEN THE PIECE
      *    ENDS BUT SORTS AHEAD OF ITS LINES.
       SD  PIECE-SORT-FILE.
       01  PIECE-SORT-REC.
           05  SRT-METHOD-RANK           PIC 9(1).
           05  SRT-RECIPIENT             PIC X(30).
           05  SRT-DESTINATION           PIC X(36).
           05  SRT-PIECE-NO              PIC 9(5).
           05  SRT-LINE-SEQ              PIC 9(7).
           05  SRT-KIND                  PIC X(1).
           05  SRT-DATA                  PIC X(160).

       FD  BURST-PRINT-FILE.
       01  BURST-PRINT-RECORD            PIC X(160).

       FD  BURST-EMAIL-FILE.
       01  BURST-EMAIL-HEADER.
           COPY BRSTOUT.
       01  BURST-EMAIL-LINE.
           05  BEL-REC-TYPE              PIC X(1).
           05  BEL-LINE                  PIC X(160).
           05  FILLER                    PIC X(39).

       FD  BURST-DATASET-FILE.
       01  BURST-DATASET-HEADER          PIC X(200).
       01  BURST-DATASET-LINE.
           05  BDL-REC-TYPE              PIC X(1).
           05  BDL-LINE                  PIC X(160).
           05  FILLER                    PIC X(39).

       FD  DIST-LOG-REPORT.
       01  DIST-LOG-REC                  PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-IN-LEN                     PIC 9(3) COMP VALUE 0.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-REPORT             VALUE 'YES'.
       01  WS-CTL-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-CONTROL            VALUE 'YES'.
       01  WS-SORT-EOF-SW                PIC X(3) VALUE 'NO'.
           88  END-OF-PIECES             VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-PARM-CARD.
           05  WS-PARM-REPORT-ID         PIC X(8).
           05  WS-PARM-BREAK-NAME        PIC X(8).
           05  FILLER                    PIC X(64).

      *    THE REPORT'S DEFINITION, WITH THE LABEL LENGTHS WORKED OUT
      *    ONCE (TRAILING SPACES DO NOT COUNT).
       01  WS-DEF-FOUND-SW               PIC X(1) VALUE 'N'.
           88  DEF-FOUND                 VALUE 'Y'.
       01  WS-DEF.
           05  WS-DEF-BREAK-NAME         PIC X(8).
           05  WS-DEF-KEY-LABEL          PIC X(20).
           05  WS-DEF-KEY-LABEL-LEN      PIC 9(2) VALUE 0.
           05  WS-DEF-LABEL-COL          PIC 9(3) VALUE 0.
           05  WS-DEF-KEY-COL            PIC 9(3) VALUE 0.
           05  WS-DEF-KEY-LEN            PIC 9(2) VALUE 0.
           05  WS-DEF-END-LABEL          PIC X(20).
           05  WS-DEF-END-LABEL-LEN      PIC 9(2) VALUE 0.
           05  WS-DEF-END-COL            PIC 9(3) VALUE 0.
           05  WS-DEF-PAGE-LABEL         PIC X(20).
           05  WS-DEF-PAGE-LABEL-LEN     PIC 9(2) VALUE 0.
           05  WS-DEF-PAGE-COL           PIC 9(3) VALUE 0.
       01  WS-LABEL-WORK                 PIC X(20).
       01  WS-LABEL-LEN                  PIC 9(2) VALUE 0.
       01  WS-LABEL-COL                  PIC 9(3) VALUE 0.

      *    THE REPORT'S RECIPIENTS FROM DSTCTL. METHOD RANK 1 PRINT,
      *    2 E-MAIL, 3 DATASET.
       01  WS-DIST-TABLE.
           05 WS-DST-ENTRY               OCCURS 500 TIMES.
              10 WS-DST-BREAK            PIC X(8).
              10 WS-DST-KEY              PIC X(10).
              10 WS-DST-RECIPIENT        PIC X(30).
              10 WS-DST-METHOD-RANK      PIC 9(1).
              10 WS-DST-DESTINATION      PIC X(36).
       01  WS-DST-TBL-CNT                PIC 9(3) VALUE 0.
       01  WS-DST-IDX                    PIC 9(3) VALUE 0.
       01  WS-DEFAULT-CNT                PIC 9(3) VALUE 0.
       01  WS-CTL-ERROR-CNT              PIC 9(5) VALUE 0.

      *    THE REPORT HEADING, HELD TO BE REPEATED ON EVERY PIECE.
       01  WS-HEADING-TABLE.
           05 WS-HDG-LINE                PIC X(160) OCCURS 50 TIMES.
       01  WS-HDG-CNT                    PIC 9(2) VALUE 0.
       01  WS-HDG-IDX                    PIC 9(2) VALUE 0.

      *    THE PIECE BEING CUT AND ITS RECIPIENTS.
       01  WS-SEG-ACTIVE-SW              PIC X(1) VALUE 'N'.
           88  SEG-ACTIVE                VALUE 'Y'.
       01  WS-ANY-SEG-SW                 PIC X(1) VALUE 'N'.
           88  ANY-SEG-STARTED           VALUE 'Y'.
       01  WS-SEG-FIELDS.
           05  WS-SEG-PIECE-NO           PIC 9(5) VALUE 0.
           05  WS-SEG-KEY                PIC X(10).
           05  WS-SEG-FIRST-PAGE         PIC 9(5) VALUE 0.
           05  WS-SEG-LAST-PAGE          PIC 9(5) VALUE 0.
           05  WS-SEG-LINE-CNT           PIC 9(7) VALUE 0.
           05  WS-SEG-DEFAULTED          PIC X(1).
       01  WS-SEG-RCP-TABLE.
           05 WS-RCP-ENTRY               OCCURS 20 TIMES.
              10 WS-RCP-RECIPIENT        PIC X(30).
              10 WS-RCP-METHOD-RANK      PIC 9(1).
              10 WS-RCP-DESTINATION      PIC X(36).
       01  WS-RCP-CNT                    PIC 9(2) VALUE 0.
       01  WS-RCP-IDX                    PIC 9(2) VALUE 0.

       01  WS-IN-LINE                    PIC X(160).
       01  WS-OUT-LINE                   PIC X(160).
       01  WS-PAGE-NO                    PIC 9(5) VALUE 1.
       01  WS-PAGE-LINE-CNT              PIC 9(3) VALUE 0.
       01  WS-PAGE-LINES                 PIC 9(3) VALUE 60.

      *    THE PIECE SUMMARY CARRIED ON THE SORT.
       01  WS-PIECE-SUMMARY.
           05  WS-PSM-BREAK-NAME         PIC X(8).
           05  WS-PSM-KEY                PIC X(10).
           05  WS-PSM-FIRST-PAGE         PIC 9(5).
           05  WS-PSM-LAST-PAGE          PIC 9(5).
           05  WS-PSM-LINE-CNT           PIC 9(7).
           05  WS-PSM-DEFAULTED          PIC X(1).
           05  FILLER                    PIC X(124).

      *    THE PIECE COMING BACK FROM THE SORT.
       01  WS-SORTED-REC.
           05  WS-SRT-METHOD-RANK        PIC 9(1).
               88  WS-SRT-PRINT          VALUE 1.
               88  WS-SRT-EMAIL          VALUE 2.
               88  WS-SRT-DATASET        VALUE 3.
           05  WS-SRT-RECIPIENT          PIC X(30).
           05  WS-SRT-DESTINATION        PIC X(36).
           05  WS-SRT-PIECE-NO           PIC 9(5).
           05  WS-SRT-LINE-SEQ           PIC 9(7).
           05  WS-SRT-KIND               PIC X(1).
               88  WS-SRT-SUMMARY        VALUE 'H'.
           05  WS-SRT-DATA               PIC X(160).
       01  WS-PREV-RCP.
           05  WS-PREV-METHOD-RANK       PIC 9(1) VALUE 0.
           05  WS-PREV-RECIPIENT         PIC X(30) VALUE SPACES.
           05  WS-PREV-DESTINATION       PIC X(36) VALUE SPACES.
       01  WS-PRT-LINE-NO                PIC 9(3) VALUE 0.
       01  WS-METHOD-NAME                PIC X(7).

       01  WS-COUNTERS.
           05  WS-LINES-READ             PIC 9(9) VALUE 0.
           05  WS-PIECE-CNT              PIC 9(9) VALUE 0.
           05  WS-DELIVERY-CNT           PIC 9(9) VALUE 0.
           05  WS-RECIPIENT-CNT          PIC 9(9) VALUE 0.
           05  WS-PRINT-CNT              PIC 9(9) VALUE 0.
           05  WS-EMAIL-CNT              PIC 9(9) VALUE 0.
           05  WS-DATASET-CNT            PIC 9(9) VALUE 0.
           05  WS-DEFAULTED-CNT          PIC 9(9) VALUE 0.
           05  WS-RCP-DROPPED-CNT        PIC 9(9) VALUE 0.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(26)
               VALUE 'REPORT DISTRIBUTION LOG - '.
           05  RPT-HDR-REPORT-ID         PIC X(8).
           05  FILLER                    PIC X(4)  VALUE ' BY '.
           05  RPT-HDR-BREAK-NAME        PIC X(8).
           05  FILLER                    PIC X(6)  VALUE '  RUN '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(70) VALUE SPACES.

       01  RPT-COLUMN-LINE.
           05  FILLER                    PIC X(44) VALUE
               'PIECE  KEY        RECIPIENT                 '.
           05  FILLER                    PIC X(44) VALUE
               '     METHOD  DESTINATION                    '.
           05  FILLER                    PIC X(44) VALUE
               '      PAGES        LINES DFLT               '.

       01  RPT-LOG-LINE.
           05  RPT-LOG-PIECE-NO          PIC ZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-LOG-KEY               PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-LOG-RECIPIENT         PIC X(30).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-LOG-METHOD            PIC X(7).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-LOG-DESTINATION       PIC X(36).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-LOG-FIRST-PAGE        PIC ZZZZ9.
           05  FILLER                    PIC X(1)  VALUE '-'.
           05  RPT-LOG-LAST-PAGE         PIC ZZZZ9.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-LOG-LINE-CNT          PIC ZZZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-LOG-DEFAULTED         PIC X(3).
           05  FILLER                    PIC X(14) VALUE SPACES.

       01  RPT-NOTE-LINE.
           05  RPT-NOTE-TEXT             PIC X(80).
           05  FILLER                    PIC X(52) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA

           SORT PIECE-SORT-FILE
               ON ASCENDING KEY SRT-METHOD-RANK
                                SRT-RECIPIENT
                                SRT-DESTINATION
                                SRT-PIECE-NO
                                SRT-LINE-SEQ
               INPUT PROCEDURE IS 1500-FEED-PIECES
               OUTPUT PROCEDURE IS 3000-DISTRIBUTE-PIECES

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
           IF WS-PARM-REPORT-ID = SPACES
               DISPLAY 'RPTBRST1: REPORT ID REQUIRED IN SYSIN '
                       'COLUMNS 1-8'
               CALL 'ABEND'
           END-IF

           OPEN INPUT DIST-CONTROL-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DSTCTL: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           PERFORM 0100-LOAD-CONTROL-PARA UNTIL END-OF-CONTROL
           CLOSE DIST-CONTROL-FILE
           IF NOT DEF-FOUND
               DISPLAY 'RPTBRST1: NO DSTCTL DEFINITION FOR REPORT '
                       WS-PARM-REPORT-ID ' BREAK ' WS-PARM-BREAK-NAME
               CALL 'ABEND'
           END-IF
           PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                     UNTIL WS-DST-IDX > WS-DST-TBL-CNT
               IF WS-DST-BREAK (WS-DST-IDX) = WS-DEF-BREAK-NAME
                       AND WS-DST-KEY (WS-DST-IDX) = '*DEFAULT'
                   ADD 1 TO WS-DEFAULT-CNT
               END-IF
           END-PERFORM
           IF WS-DEFAULT-CNT = 0
               DISPLAY 'RPTBRST1: NO DEFAULT RECIPIENT ON DSTCTL - '
                       'UNROUTED PIECES PRINT FOR THE DISTRIBUTION '
                       'DESK'
           END-IF

           OPEN OUTPUT BURST-PRINT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BRSTPRT: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT BURST-EMAIL-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BRSTEML: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT BURST-DATASET-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BRSTDSN: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT DIST-LOG-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DSTLOG: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           MOVE WS-PARM-REPORT-ID  TO RPT-HDR-REPORT-ID
           MOVE WS-DEF-BREAK-NAME  TO RPT-HDR-BREAK-NAME
           MOVE WS-CURRENT-DATE    TO RPT-HDR-DATE
           WRITE DIST-LOG-REC FROM RPT-HEADER-LINE
           MOVE SPACES TO DIST-LOG-REC
           WRITE DIST-LOG-REC
           WRITE DIST-LOG-REC FROM RPT-COLUMN-LINE.

      *    THE REPORT'S DEFINITION (THE NAMED BREAK, OR ITS FIRST) AND
      *    ITS RECIPIENTS FOR THAT BREAK; EVERYTHING ELSE IS SKIPPED.
       0100-LOAD-CONTROL-PARA.
           READ DIST-CONTROL-FILE
               AT END
                   MOVE 'YES' TO WS-CTL-EOF-SW
               NOT AT END
                   IF DCT-REPORT-ID = WS-PARM-REPORT-ID
                       EVALUATE TRUE
                           WHEN DCT-REPORT-DEF
                               PERFORM 0110-TAKE-DEFINITION
                           WHEN DCT-DISTRIBUTION
                               PERFORM 0120-TAKE-DISTRIBUTION
                           WHEN OTHER
                               ADD 1 TO WS-CTL-ERROR-CNT
                               DISPLAY 'RPTBRST1: DSTCTL RECORD TYPE '
                                       DCT-REC-TYPE ' IGNORED'
                       END-EVALUATE
                   END-IF
           END-READ.

       0110-TAKE-DEFINITION.
           IF NOT DEF-FOUND
                   AND (WS-PARM-BREAK-NAME = SPACES
                        OR DRD-BREAK-NAME = WS-PARM-BREAK-NAME)
               IF DRD-KEY-LABEL = SPACES
                       OR DRD-LABEL-COL NOT NUMERIC
                       OR DRD-LABEL-COL = 0
                       OR DRD-KEY-COL NOT NUMERIC
                       OR DRD-KEY-COL = 0
                       OR DRD-KEY-LEN NOT NUMERIC
                       OR DRD-KEY-LEN = 0
                       OR DRD-KEY-LEN > 10
                   DISPLAY 'RPTBRST1: DEFINITION FOR ' DRD-REPORT-ID
                           ' ' DRD-BREAK-NAME ' IS INCOMPLETE'
                   CALL 'ABEND'
               END-IF
               MOVE 'Y'              TO WS-DEF-FOUND-SW
               MOVE DRD-BREAK-NAME   TO WS-DEF-BREAK-NAME
               IF WS-PARM-BREAK-NAME = SPACES
                   MOVE DRD-BREAK-NAME TO WS-PARM-BREAK-NAME
               END-IF
               MOVE DRD-KEY-LABEL    TO WS-DEF-KEY-LABEL WS-LABEL-WORK
               PERFORM 0130-MEASURE-LABEL
               MOVE WS-LABEL-LEN     TO WS-DEF-KEY-LABEL-LEN
               MOVE DRD-LABEL-COL    TO WS-DEF-LABEL-COL
               MOVE DRD-KEY-COL      TO WS-DEF-KEY-COL
               MOVE DRD-KEY-LEN      TO WS-DEF-KEY-LEN
               IF DRD-END-LABEL NOT = SPACES
                       AND DRD-END-COL IS NUMERIC
                       AND DRD-END-COL > 0
                   MOVE DRD-END-LABEL TO WS-DEF-END-LABEL WS-LABEL-WORK
                   PERFORM 0130-MEASURE-LABEL
                   MOVE WS-LABEL-LEN  TO WS-DEF-END-LABEL-LEN
                   MOVE DRD-END-COL   TO WS-DEF-END-COL
               END-IF
               IF DRD-PAGE-LABEL NOT = SPACES
                       AND DRD-PAGE-COL IS NUMERIC
                       AND DRD-PAGE-COL > 0
                   MOVE DRD-PAGE-LABEL TO WS-DEF-PAGE-LABEL
                                          WS-LABEL-WORK
                   PERFORM 0130-MEASURE-LABEL
                   MOVE WS-LABEL-LEN  TO WS-DEF-PAGE-LABEL-LEN
                   MOVE DRD-PAGE-COL  TO WS-DEF-PAGE-COL
               END-IF
           END-IF.

      *    THE DEFINITION MAY FOLLOW ITS RECIPIENTS ON THE FILE, SO
      *    THE REPORT'S RECIPIENTS ARE KEPT FOR EVERY BREAK AND ONLY
      *    THOSE OF THE BREAK BEING BURST ARE USED.
       0120-TAKE-DISTRIBUTION.
           IF DCT-RECIPIENT = SPACES
                   OR DCT-KEY-VALUE = SPACES
                   OR NOT (DCT-METHOD-PRINT OR DCT-METHOD-EMAIL
                           OR DCT-METHOD-DATASET)
                   OR (NOT DCT-METHOD-PRINT
                       AND DCT-DESTINATION = SPACES)
               ADD 1 TO WS-CTL-ERROR-CNT
               DISPLAY 'RPTBRST1: DSTCTL ENTRY REJECTED - '
                       DCT-KEY-VALUE ' ' DCT-RECIPIENT ' '
                       DCT-METHOD
           ELSE
               IF WS-DST-TBL-CNT >= 500
                   DISPLAY '*** RPTBRST1: DISTRIBUTION TABLE '
                           'FULL (500) - RUN STOPPED ***'
                   CALL 'ABEND'
               END-IF
               ADD 1 TO WS-DST-TBL-CNT
               MOVE DCT-BREAK-NAME
                     TO WS-DST-BREAK (WS-DST-TBL-CNT)
               MOVE DCT-KEY-VALUE
                     TO WS-DST-KEY (WS-DST-TBL-CNT)
               MOVE DCT-RECIPIENT
                     TO WS-DST-RECIPIENT (WS-DST-TBL-CNT)
               MOVE DCT-DESTINATION
                     TO WS-DST-DESTINATION (WS-DST-TBL-CNT)
               EVALUATE TRUE
                   WHEN DCT-METHOD-PRINT
                       MOVE 1 TO WS-DST-METHOD-RANK (WS-DST-TBL-CNT)
                   WHEN DCT-METHOD-EMAIL
                       MOVE 2 TO WS-DST-METHOD-RANK (WS-DST-TBL-CNT)
                   WHEN OTHER
                       MOVE 3 TO WS-DST-METHOD-RANK (WS-DST-TBL-CNT)
               END-EVALUATE
           END-IF.

       0130-MEASURE-LABEL.
           MOVE 0 TO WS-LABEL-LEN
           PERFORM VARYING WS-LABEL-COL FROM 20 BY -1
                     UNTIL WS-LABEL-COL < 1
               IF WS-LABEL-WORK (WS-LABEL-COL:1) NOT = SPACE
                   MOVE WS-LABEL-COL TO WS-LABEL-LEN
                   MOVE 1 TO WS-LABEL-COL
               END-IF
           END-PERFORM.

      *    READS THE REPORT AND CUTS IT INTO PIECES AT THE KEY LINES.
       1500-FEED-PIECES SECTION.
           OPEN INPUT REPORT-IN-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RPTIN: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           PERFORM 1550-READ-REPORT-PARA
           PERFORM 1510-TAKE-LINE-PARA UNTIL END-OF-REPORT
           IF SEG-ACTIVE
               PERFORM 1600-END-PIECE
           END-IF
           IF NOT ANY-SEG-STARTED AND WS-HDG-CNT > 0
               MOVE '*ALL' TO WS-SEG-KEY
               PERFORM 1700-START-PIECE
               PERFORM 1600-END-PIECE
           END-IF
           CLOSE REPORT-IN-FILE.

       1500-FEED-WORK SECTION.
       1510-TAKE-LINE-PARA.
           ADD 1 TO WS-LINES-READ
           PERFORM 1520-COUNT-PAGE
           EVALUATE TRUE
               WHEN WS-IN-LINE (WS-DEF-LABEL-COL:WS-DEF-KEY-LABEL-LEN)
                       = WS-DEF-KEY-LABEL (1:WS-DEF-KEY-LABEL-LEN)
                   IF SEG-ACTIVE
                       PERFORM 1600-END-PIECE
                   END-IF
                   MOVE WS-IN-LINE (WS-DEF-KEY-COL:WS-DEF-KEY-LEN)
                                         TO WS-SEG-KEY
                   PERFORM 1700-START-PIECE
                   MOVE WS-IN-LINE TO WS-OUT-LINE
                   PERFORM 1800-RELEASE-LINE
               WHEN WS-DEF-END-LABEL-LEN > 0
                       AND WS-IN-LINE
                           (WS-DEF-END-COL:WS-DEF-END-LABEL-LEN)
                       = WS-DEF-END-LABEL (1:WS-DEF-END-LABEL-LEN)
                       AND WS-SEG-KEY NOT = '*SUMMARY'
                   IF SEG-ACTIVE
                       PERFORM 1600-END-PIECE
                   END-IF
                   MOVE '*SUMMARY' TO WS-SEG-KEY
                   PERFORM 1700-START-PIECE
                   MOVE WS-IN-LINE TO WS-OUT-LINE
                   PERFORM 1800-RELEASE-LINE
               WHEN SEG-ACTIVE
                   MOVE WS-IN-LINE TO WS-OUT-LINE
                   PERFORM 1800-RELEASE-LINE
               WHEN WS-HDG-CNT < 50
                   ADD 1 TO WS-HDG-CNT
                   MOVE WS-IN-LINE TO WS-HDG-LINE (WS-HDG-CNT)
      *        A "HEADING" THIS LONG MEANS THE KEY LABEL IS NOT IN THE
      *        REPORT - THE REST GOES TO THE DEFAULT RECIPIENT WHOLE.
               WHEN OTHER
                   MOVE '*ALL' TO WS-SEG-KEY
                   PERFORM 1700-START-PIECE
                   MOVE WS-IN-LINE TO WS-OUT-LINE
                   PERFORM 1800-RELEASE-LINE
           END-EVALUATE
           PERFORM 1550-READ-REPORT-PARA.

      *    PAGES ARE COUNTED BY THE REPORT'S PAGE HEADING LINE WHEN
      *    THE DEFINITION NAMES ONE, ELSE EVERY 60 LINES.
       1520-COUNT-PAGE.
           IF WS-DEF-PAGE-LABEL-LEN > 0
               IF WS-IN-LINE (WS-DEF-PAGE-COL:WS-DEF-PAGE-LABEL-LEN)
                       = WS-DEF-PAGE-LABEL (1:WS-DEF-PAGE-LABEL-LEN)
                       AND WS-PAGE-LINE-CNT > 0
                   ADD 1 TO WS-PAGE-NO
                   MOVE 0 TO WS-PAGE-LINE-CNT
               END-IF
           ELSE
               IF WS-PAGE-LINE-CNT >= WS-PAGE-LINES
                   ADD 1 TO WS-PAGE-NO
                   MOVE 0 TO WS-PAGE-LINE-CNT
               END-IF
           END-IF
           ADD 1 TO WS-PAGE-LINE-CNT.

       1550-READ-REPORT-PARA.
           MOVE SPACES TO REPORT-IN-RECORD
           READ REPORT-IN-FILE
               AT END
                   MOVE 'YES' TO WS-EOF-SW
               NOT AT END
                   MOVE SPACES TO WS-IN-LINE
                   MOVE REPORT-IN-RECORD (1:WS-IN-LEN) TO WS-IN-LINE
           END-READ.

      *    RELEASES THE PIECE'S SUMMARY ONCE PER RECIPIENT - IT SORTS
      *    AHEAD OF THE PIECE'S LINES (LINE SEQUENCE 0).
       1600-END-PIECE.
           MOVE SPACES              TO WS-PIECE-SUMMARY
           MOVE WS-DEF-BREAK-NAME   TO WS-PSM-BREAK-NAME
           MOVE WS-SEG-KEY          TO WS-PSM-KEY
           MOVE WS-SEG-FIRST-PAGE   TO WS-PSM-FIRST-PAGE
           MOVE WS-SEG-LAST-PAGE    TO WS-PSM-LAST-PAGE
           MOVE WS-SEG-LINE-CNT     TO WS-PSM-LINE-CNT
           MOVE WS-SEG-DEFAULTED    TO WS-PSM-DEFAULTED
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                     UNTIL WS-RCP-IDX > WS-RCP-CNT
               PERFORM 1810-SET-SORT-KEY
               MOVE 0                TO SRT-LINE-SEQ
               MOVE 'H'              TO SRT-KIND
               MOVE WS-PIECE-SUMMARY TO SRT-DATA
               RELEASE PIECE-SORT-REC
           END-PERFORM
           MOVE 'N' TO WS-SEG-ACTIVE-SW.

      *    A NEW PIECE - ITS RECIPIENTS ARE THOSE NAMED FOR ITS KEY,
      *    ELSE THE DEFAULT RECIPIENTS, ELSE THE DISTRIBUTION DESK;
      *    IT OPENS WITH THE REPORT HEADING.
       1700-START-PIECE.
           MOVE 'Y' TO WS-SEG-ACTIVE-SW WS-ANY-SEG-SW
           ADD 1 TO WS-SEG-PIECE-NO
           ADD 1 TO WS-PIECE-CNT
           MOVE WS-PAGE-NO TO WS-SEG-FIRST-PAGE WS-SEG-LAST-PAGE
           MOVE 0   TO WS-SEG-LINE-CNT
           MOVE 'N' TO WS-SEG-DEFAULTED
           MOVE 0   TO WS-RCP-CNT
           PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                     UNTIL WS-DST-IDX > WS-DST-TBL-CNT
               IF WS-DST-BREAK (WS-DST-IDX) = WS-DEF-BREAK-NAME
                       AND WS-DST-KEY (WS-DST-IDX) = WS-SEG-KEY
                   PERFORM 1710-ADD-RECIPIENT
               END-IF
           END-PERFORM
           IF WS-RCP-CNT = 0
               IF WS-SEG-KEY (1:1) NOT = '*'
                   MOVE 'Y' TO WS-SEG-DEFAULTED
                   ADD 1 TO WS-DEFAULTED-CNT
               END-IF
               PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                         UNTIL WS-DST-IDX > WS-DST-TBL-CNT
                   IF WS-DST-BREAK (WS-DST-IDX) = WS-DEF-BREAK-NAME
                           AND WS-DST-KEY (WS-DST-IDX) = '*DEFAULT'
                       PERFORM 1710-ADD-RECIPIENT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RCP-CNT = 0
               MOVE 1 TO WS-RCP-CNT
               MOVE 'DISTRIBUTION DESK' TO WS-RCP-RECIPIENT (1)
               MOVE 1                   TO WS-RCP-METHOD-RANK (1)
               MOVE 'LOCAL'             TO WS-RCP-DESTINATION (1)
           END-IF
           ADD WS-RCP-CNT TO WS-DELIVERY-CNT
           PERFORM VARYING WS-HDG-IDX FROM 1 BY 1
                     UNTIL WS-HDG-IDX > WS-HDG-CNT
               MOVE WS-HDG-LINE (WS-HDG-IDX) TO WS-OUT-LINE
               PERFORM 1800-RELEASE-LINE
           END-PERFORM.

       1710-ADD-RECIPIENT.
           IF WS-RCP-CNT < 20
               ADD 1 TO WS-RCP-CNT
               MOVE WS-DST-RECIPIENT (WS-DST-IDX)
                     TO WS-RCP-RECIPIENT (WS-RCP-CNT)
               MOVE WS-DST-METHOD-RANK (WS-DST-IDX)
                     TO WS-RCP-METHOD-RANK (WS-RCP-CNT)
               MOVE WS-DST-DESTINATION (WS-DST-IDX)
                     TO WS-RCP-DESTINATION (WS-RCP-CNT)
           ELSE
               ADD 1 TO WS-RCP-DROPPED-CNT
           END-IF.

       1800-RELEASE-LINE.
           ADD 1 TO WS-SEG-LINE-CNT
           MOVE WS-PAGE-NO TO WS-SEG-LAST-PAGE
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                     UNTIL WS-RCP-IDX > WS-RCP-CNT
               PERFORM 1810-SET-SORT-KEY
               MOVE WS-SEG-LINE-CNT TO SRT-LINE-SEQ
               MOVE 'L'             TO SRT-KIND
               MOVE WS-OUT-LINE     TO SRT-DATA
               RELEASE PIECE-SORT-REC
           END-PERFORM.

       1810-SET-SORT-KEY.
           MOVE WS-RCP-METHOD-RANK (WS-RCP-IDX) TO SRT-METHOD-RANK
           MOVE WS-RCP-RECIPIENT (WS-RCP-IDX)   TO SRT-RECIPIENT
           MOVE WS-RCP-DESTINATION (WS-RCP-IDX) TO SRT-DESTINATION
           MOVE WS-SEG-PIECE-NO                 TO SRT-PIECE-NO.

      *    WRITES EACH RECIPIENT'S PIECES TO ITS DELIVERY FILE AND
      *    LOGS EVERY PIECE.
       3000-DISTRIBUTE-PIECES SECTION.
           MOVE 'NO' TO WS-SORT-EOF-SW
           PERFORM 3050-RETURN-PIECE-PARA
           PERFORM 3100-DELIVER-PARA UNTIL END-OF-PIECES
           IF WS-PRT-LINE-NO > 0
               PERFORM 3410-FILL-PRINT-PAGE
           END-IF.

       3000-DISTRIBUTE-WORK SECTION.
       3050-RETURN-PIECE-PARA.
           RETURN PIECE-SORT-FILE INTO WS-SORTED-REC
               AT END
                   MOVE 'YES' TO WS-SORT-EOF-SW
           END-RETURN.

       3100-DELIVER-PARA.
           IF WS-SRT-METHOD-RANK NOT = WS-PREV-METHOD-RANK
                   OR WS-SRT-RECIPIENT NOT = WS-PREV-RECIPIENT
                   OR WS-SRT-DESTINATION NOT = WS-PREV-DESTINATION
               PERFORM 3200-START-RECIPIENT
           END-IF
           IF WS-SRT-SUMMARY
               PERFORM 3300-LOG-PIECE
           ELSE
               EVALUATE TRUE
                   WHEN WS-SRT-PRINT
                       WRITE BURST-PRINT-RECORD FROM WS-SRT-DATA
                       PERFORM 3420-COUNT-PRINT-LINE
                   WHEN WS-SRT-EMAIL
                       MOVE SPACES      TO BURST-EMAIL-LINE
                       MOVE 'L'         TO BEL-REC-TYPE
                       MOVE WS-SRT-DATA TO BEL-LINE
                       WRITE BURST-EMAIL-LINE
                   WHEN OTHER
                       MOVE SPACES      TO BURST-DATASET-LINE
                       MOVE 'L'         TO BDL-REC-TYPE
                       MOVE WS-SRT-DATA TO BDL-LINE
                       WRITE BURST-DATASET-LINE
               END-EVALUATE
           END-IF
           PERFORM 3050-RETURN-PIECE-PARA.

      *    A PRINTED BUNDLE OPENS ON A FRESH SHEET WITH A BANNER PAGE
      *    TELLING THE PRINT ROOM WHERE IT GOES.
       3200-START-RECIPIENT.
           MOVE WS-SRT-METHOD-RANK TO WS-PREV-METHOD-RANK
           MOVE WS-SRT-RECIPIENT   TO WS-PREV-RECIPIENT
           MOVE WS-SRT-DESTINATION TO WS-PREV-DESTINATION
           ADD 1 TO WS-RECIPIENT-CNT
           IF WS-SRT-PRINT
               IF WS-PRT-LINE-NO > 0
                   PERFORM 3410-FILL-PRINT-PAGE
               END-IF
               PERFORM 3400-EMIT-BANNER-PAGE
           END-IF.

       3300-LOG-PIECE.
           MOVE WS-SRT-DATA TO WS-PIECE-SUMMARY
           EVALUATE TRUE
               WHEN WS-SRT-PRINT
                   MOVE 'PRINT'   TO WS-METHOD-NAME
                   ADD 1 TO WS-PRINT-CNT
               WHEN WS-SRT-EMAIL
                   MOVE 'EMAIL'   TO WS-METHOD-NAME
                   ADD 1 TO WS-EMAIL-CNT
               WHEN OTHER
                   MOVE 'DATASET' TO WS-METHOD-NAME
                   ADD 1 TO WS-DATASET-CNT
           END-EVALUATE
           IF NOT WS-SRT-PRINT
               MOVE SPACES             TO BURST-EMAIL-HEADER
               MOVE 'H'                TO BRH-REC-TYPE
               MOVE WS-PARM-REPORT-ID  TO BRH-REPORT-ID
               MOVE WS-SRT-PIECE-NO    TO BRH-PIECE-NO
               MOVE WS-SRT-RECIPIENT   TO BRH-RECIPIENT
               MOVE WS-SRT-DESTINATION TO BRH-DESTINATION
               MOVE WS-PSM-BREAK-NAME  TO BRH-BREAK-NAME
               MOVE WS-PSM-KEY         TO BRH-KEY-VALUE
               MOVE WS-PSM-FIRST-PAGE  TO BRH-FIRST-PAGE
               MOVE WS-PSM-LAST-PAGE   TO BRH-LAST-PAGE
               MOVE WS-PSM-LINE-CNT    TO BRH-LINE-CNT
               MOVE WS-PSM-DEFAULTED   TO BRH-DEFAULTED
               IF WS-SRT-EMAIL
                   WRITE BURST-EMAIL-HEADER
               ELSE
                   WRITE BURST-DATASET-HEADER FROM BURST-EMAIL-HEADER
               END-IF
           END-IF
           MOVE WS-SRT-PIECE-NO    TO RPT-LOG-PIECE-NO
           MOVE WS-PSM-KEY         TO RPT-LOG-KEY
           MOVE WS-SRT-RECIPIENT   TO RPT-LOG-RECIPIENT
           MOVE WS-METHOD-NAME     TO RPT-LOG-METHOD
           MOVE WS-SRT-DESTINATION TO RPT-LOG-DESTINATION
           MOVE WS-PSM-FIRST-PAGE  TO RPT-LOG-FIRST-PAGE
           MOVE WS-PSM-LAST-PAGE   TO RPT-LOG-LAST-PAGE
           MOVE WS-PSM-LINE-CNT    TO RPT-LOG-LINE-CNT
           IF WS-PSM-DEFAULTED = 'Y'
               MOVE 'YES'          TO RPT-LOG-DEFAULTED
           ELSE
               MOVE SPACES         TO RPT-LOG-DEFAULTED
           END-IF
           WRITE DIST-LOG-REC FROM RPT-LOG-LINE.

       3400-EMIT-BANNER-PAGE.
           MOVE SPACES TO BURST-PRINT-RECORD
           PERFORM 3430-WRITE-PRINT-LINE 5 TIMES
           MOVE '*** REPORT DISTRIBUTION ***'
                                   TO BURST-PRINT-RECORD (11:27)
           PERFORM 3430-WRITE-PRINT-LINE
           MOVE SPACES TO BURST-PRINT-RECORD
           PERFORM 3430-WRITE-PRINT-LINE
           STRING 'REPORT:      '      DELIMITED BY SIZE
                  WS-PARM-REPORT-ID    DELIMITED BY SIZE
                  '  BY '              DELIMITED BY SIZE
                  WS-DEF-BREAK-NAME    DELIMITED BY SIZE
             INTO BURST-PRINT-RECORD (11:60)
           END-STRING
           PERFORM 3430-WRITE-PRINT-LINE
           MOVE SPACES TO BURST-PRINT-RECORD
           STRING 'RECIPIENT:   '      DELIMITED BY SIZE
                  WS-SRT-RECIPIENT     DELIMITED BY SIZE
             INTO BURST-PRINT-RECORD (11:60)
           END-STRING
           PERFORM 3430-WRITE-PRINT-LINE
           MOVE SPACES TO BURST-PRINT-RECORD
           STRING 'DELIVER TO:  '      DELIMITED BY SIZE
                  WS-SRT-DESTINATION   DELIMITED BY SIZE
             INTO BURST-PRINT-RECORD (11:60)
           END-STRING
           PERFORM 3430-WRITE-PRINT-LINE
           MOVE SPACES TO BURST-PRINT-RECORD
           STRING 'RUN DATE:    '      DELIMITED BY SIZE
                  WS-CURRENT-DATE      DELIMITED BY SIZE
             INTO BURST-PRINT-RECORD (11:60)
           END-STRING
           PERFORM 3430-WRITE-PRINT-LINE
           PERFORM 3410-FILL-PRINT-PAGE.

       3410-FILL-PRINT-PAGE.
           MOVE SPACES TO BURST-PRINT-RECORD
           PERFORM 3430-WRITE-PRINT-LINE
               UNTIL WS-PRT-LINE-NO = 0.

       3420-COUNT-PRINT-LINE.
           ADD 1 TO WS-PRT-LINE-NO
           IF WS-PRT-LINE-NO >= WS-PAGE-LINES
               MOVE 0 TO WS-PRT-LINE-NO
           END-IF.

       3430-WRITE-PRINT-LINE.
           WRITE BURST-PRINT-RECORD
           PERFORM 3420-COUNT-PRINT-LINE.

       9000-FINALIZE-PARA.
           CLOSE BURST-PRINT-FILE
           CLOSE BURST-EMAIL-FILE
           CLOSE BURST-DATASET-FILE

           MOVE SPACES TO DIST-LOG-REC
           WRITE DIST-LOG-REC
           MOVE 'REPORT LINES READ'                TO RPT-TOT-LABEL
           MOVE WS-LINES-READ                      TO RPT-TOT-CNT
           WRITE DIST-LOG-REC FROM RPT-TOTAL-LINE
           MOVE 'REPORT PAGES'                     TO RPT-TOT-LABEL
           MOVE WS-PAGE-NO                         TO RPT-TOT-CNT
           WRITE DIST-LOG-REC FROM RPT-TOTAL-LINE
           MOVE 'PIECES CUT'                       TO RPT-TOT-LABEL
           MOVE WS-PIECE-CNT                       TO RPT-TOT-CNT
           WRITE DIST-LOG-REC FROM RPT-TOTAL-LINE
           MOVE 'PIECES DELIVERED'                 TO RPT-TOT-LABEL
           MOVE WS-DELIVERY-CNT                    TO RPT-TOT-CNT
           WRITE DIST-LOG-REC FROM RPT-TOTAL-LINE
           MOVE '  BY PRINT'                       TO RPT-TOT-LABEL
           MOVE WS-PRINT-CNT                       TO RPT-TOT-CNT
           WRITE DIST-LOG-REC FROM RPT-TOTAL-LINE
           MOVE '  BY E-MAIL'                      TO RPT-TOT-LABEL
           MOVE WS-EMAIL-CNT                       TO RPT-TOT-CNT
           WRITE DIST-LOG-REC FROM RPT-TOTAL-LINE
           MOVE '  BY DATASET'                     TO RPT-TOT-LABEL
           MOVE WS-DATASET-CNT                     TO RPT-TOT-CNT
           WRITE DIST-LOG-REC FROM RPT-TOTAL-LINE
           MOVE 'RECIPIENTS'                       TO RPT-TOT-LABEL
           MOVE WS-RECIPIENT-CNT                   TO RPT-TOT-CNT
           WRITE DIST-LOG-REC FROM RPT-TOTAL-LINE
           MOVE 'PIECES WITH NO RECIPIENT - DEFAULTED'
                                                   TO RPT-TOT-LABEL
           MOVE WS-DEFAULTED-CNT                   TO RPT-TOT-CNT
           WRITE DIST-LOG-REC FROM RPT-TOTAL-LINE
           IF WS-CTL-ERROR-CNT > 0
               MOVE 'DSTCTL RECORDS REJECTED'      TO RPT-TOT-LABEL
               MOVE WS-CTL-ERROR-CNT               TO RPT-TOT-CNT
               WRITE DIST-LOG-REC FROM RPT-TOTAL-LINE
           END-IF
           IF WS-RCP-DROPPED-CNT > 0
               MOVE 'RECIPIENTS OVER 20 PER KEY - NOT SENT'
                                                   TO RPT-NOTE-TEXT
               WRITE DIST-LOG-REC FROM RPT-NOTE-LINE
               MOVE '  DELIVERIES NOT MADE'        TO RPT-TOT-LABEL
               MOVE WS-RCP-DROPPED-CNT             TO RPT-TOT-CNT
               WRITE DIST-LOG-REC FROM RPT-TOTAL-LINE
           END-IF
           CLOSE DIST-LOG-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'RPTBRST1'      TO OPS-JOB-NAME
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
               MOVE WS-DELIVERY-CNT  TO OPS-RECORD-CNT
               COMPUTE OPS-ERROR-CNT = WS-DEFAULTED-CNT
                                     + WS-CTL-ERROR-CNT
                                     + WS-RCP-DROPPED-CNT
               IF OPS-ERROR-CNT > 0
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
           DISPLAY 'RPTBRST1: ' WS-PARM-REPORT-ID
                   '  PIECES: ' WS-PIECE-CNT
                   '  DELIVERED: ' WS-DELIVERY-CNT
                   '  DEFAULTED: ' WS-DEFAULTED-CNT.

       END PROGRAM RPTBRST1.
