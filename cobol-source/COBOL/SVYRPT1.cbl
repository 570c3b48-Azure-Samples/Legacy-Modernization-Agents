       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVYRPT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-MASTER-FILE ASSIGN TO 'AGENCYF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SATISFACTION-REPORT ASSIGN TO 'SVYRPTF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCY-MASTER-FILE.
       01  AGENCY-MASTER-REC.
           COPY AGENCYRC.

      *    QUARTERLY CUSTOMER SATISFACTION FROM THE POST-EVENT
      *    SURVEYS SENT IN THE PERIOD (TSURVEY): BY AGENT, BY AGENCY
      *    (AGENCYF), BY HOLDER STATE AND BY EVENT TYPE. FOR EACH -
      *    SURVEYS SENT, RESPONSES, RESPONSE RATE, AVERAGE SCORE (0-10)
      *    AND NET PROMOTER SCORE: PROMOTERS (9-10) LESS DETRACTORS
      *    (0-6) AS A PERCENTAGE OF RESPONSES.
       FD  SATISFACTION-REPORT.
       01  SATISFACTION-REPORT-REC       PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-MASTER-STATUS              PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-MASTER-EOF-SW              PIC X(3) VALUE 'NO'.
           88  END-OF-MASTER             VALUE 'YES'.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-RESULTS            VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    REVIEW PERIOD ON SYSIN - THE SAME QUARTER WINDOW AGYRPT1
      *    TAKES. BOTH DATES ARE REQUIRED.
       01  WS-PARM-CARD.
           05  WS-PARM-QTR-START-DATE    PIC X(10).
           05  WS-PARM-QTR-END-DATE      PIC X(10).
           05  FILLER                    PIC X(60).

      *    AGENT-TO-AGENCY MAP FROM AGENCYF. AN AGENT MISSING FROM THE
      *    STRUCTURE ROLLS UP UNDER 'UNASSIGND', AS IN AGYRPT1.
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY               OCCURS 5000 TIMES.
              10 WS-MAP-AGENT            PIC X(10).
              10 WS-MAP-AGENCY           PIC X(10).
              10 WS-MAP-AGENCY-NAME      PIC X(30).
       01  WS-MAP-TBL-CNT                PIC 9(4) VALUE 0.
       01  WS-MAP-IDX                    PIC 9(4) VALUE 0.
       01  WS-MAP-FOUND-IDX              PIC 9(4) VALUE 0.

      *    ROLLUP ACCUMULATORS. THE AGENT TOTAL IS A CONTROL BREAK ON
      *    THE RESULT ROWS, WHICH COME BACK IN AGENT ORDER.
       01  WS-AGENCY-TABLE.
           05 WS-AG-ENTRY                OCCURS 100 TIMES.
              10 WS-AG-CODE              PIC X(10).
              10 WS-AG-NAME              PIC X(30).
              10 WS-AG-COUNTS.
                 15 WS-AG-SENT           PIC 9(9).
                 15 WS-AG-RESPONSES      PIC 9(9).
                 15 WS-AG-SCORE-TOTAL    PIC 9(9).
                 15 WS-AG-PROMOTERS      PIC 9(9).
                 15 WS-AG-DETRACTORS     PIC 9(9).
       01  WS-AG-TBL-CNT                 PIC 9(3) VALUE 0.
       01  WS-AG-IDX                     PIC 9(3) VALUE 0.
       01  WS-AG-FOUND-IDX               PIC 9(3) VALUE 0.

       01  WS-STATE-TABLE.
           05 WS-ST-ENTRY                OCCURS 60 TIMES.
              10 WS-ST-CODE              PIC X(2).
              10 WS-ST-COUNTS.
                 15 WS-ST-SENT           PIC 9(9).
                 15 WS-ST-RESPONSES      PIC 9(9).
                 15 WS-ST-SCORE-TOTAL    PIC 9(9).
                 15 WS-ST-PROMOTERS      PIC 9(9).
                 15 WS-ST-DETRACTORS     PIC 9(9).
       01  WS-ST-TBL-CNT                 PIC 9(2) VALUE 0.
       01  WS-ST-IDX                     PIC 9(2) VALUE 0.
       01  WS-ST-FOUND-IDX               PIC 9(2) VALUE 0.

       01  WS-EVENT-TABLE.
           05 WS-EV-ENTRY                OCCURS 3 TIMES.
              10 WS-EV-CODE              PIC X(1).
              10 WS-EV-NAME              PIC X(30).
              10 WS-EV-COUNTS.
                 15 WS-EV-SENT           PIC 9(9).
                 15 WS-EV-RESPONSES      PIC 9(9).
                 15 WS-EV-SCORE-TOTAL    PIC 9(9).
                 15 WS-EV-PROMOTERS      PIC 9(9).
                 15 WS-EV-DETRACTORS     PIC 9(9).
       01  WS-EV-IDX                     PIC 9(1) VALUE 0.

       01  WS-CUR-AGENT                  PIC X(10) VALUE SPACES.
       01  WS-CUR-AGENCY                 PIC X(10).
       01  WS-CUR-AGENCY-NAME            PIC X(30).
       01  WS-AGENT-COUNTS.
           05 WS-AGT-SENT                PIC 9(9).
           05 WS-AGT-RESPONSES           PIC 9(9).
           05 WS-AGT-SCORE-TOTAL         PIC 9(9).
           05 WS-AGT-PROMOTERS           PIC 9(9).
           05 WS-AGT-DETRACTORS          PIC 9(9).
       01  WS-GRAND-COUNTS.
           05 WS-GRD-SENT                PIC 9(9) VALUE 0.
           05 WS-GRD-RESPONSES           PIC 9(9) VALUE 0.
           05 WS-GRD-SCORE-TOTAL         PIC 9(9) VALUE 0.
           05 WS-GRD-PROMOTERS           PIC 9(9) VALUE 0.
           05 WS-GRD-DETRACTORS          PIC 9(9) VALUE 0.
       01  WS-AGENT-CNT                  PIC 9(7) VALUE 0.

      *    THE LINE BEING PRINTED AND ITS COUNTS.
       01  WS-PRT-KEY                    PIC X(10).
       01  WS-PRT-NAME                   PIC X(30).
       01  WS-PRT-COUNTS.
           05 WS-PRT-SENT                PIC 9(9).
           05 WS-PRT-RESPONSES           PIC 9(9).
           05 WS-PRT-SCORE-TOTAL         PIC 9(9).
           05 WS-PRT-PROMOTERS           PIC 9(9).
           05 WS-PRT-DETRACTORS          PIC 9(9).
       01  WS-RESPONSE-RATE              PIC 9(3)V9.
       01  WS-AVG-SCORE                  PIC 9(2)V9.
       01  WS-NPS                        PIC S9(3).

       01  SVYDRVR1-AREA.
           10  WS-SV-OPERATION-TYPE        PIC X(10).
           10  WS-SV-PROCESS-DATE          PIC X(10).
           10  WS-SV-WINDOW-DAYS           PIC S9(4) COMP.
           10  WS-SV-LIMIT-DAYS            PIC S9(4) COMP.
           10  WS-SV-QTR-START-DATE        PIC X(10).
           10  WS-SV-QTR-END-DATE          PIC X(10).
           10  WS-SV-POLICY-NUMBER         PIC X(10).
           10  WS-SV-EVENT-TYPE            PIC X(1).
           10  WS-SV-EVENT-DATE            PIC X(10).
           10  WS-SV-CUSTOMER-ID           PIC S9(9) COMP.
           10  WS-SV-AGENT-CODE            PIC X(10).
           10  WS-SV-STATE                 PIC X(2).
           10  WS-SV-SURVEY-STATUS         PIC X(1).
           10  WS-SV-CHANNEL               PIC X(1).
           10  WS-SV-SCORE                 PIC S9(9) COMP.
           10  WS-SV-COMMENT               PIC X(200).
           10  WS-SV-RESPONSE-DATE         PIC X(10).
           10  WS-SV-SQLCODE               PIC S9(9) COMP.
           10  WS-SV-RESPONSE-RESULT       PIC X(1).
           10  WS-SV-ROW-CNT               PIC S9(9) COMP.
           10  WS-SV-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-SV-OUT-EVENT-TYPE        PIC X(1).
           10  WS-SV-OUT-EVENT-DATE        PIC X(10).
           10  WS-SV-OUT-CUSTOMER-ID       PIC S9(9) COMP.
           10  WS-SV-OUT-AGENT-CODE        PIC X(10).
           10  WS-SV-OUT-POLICY-TYPE       PIC X(50).
           10  WS-SV-OUT-HOLDER-FNAME      PIC X(35).
           10  WS-SV-OUT-HOLDER-LNAME      PIC X(35).
           10  WS-SV-OUT-HOLDER-ADDR-1     PIC X(100).
           10  WS-SV-OUT-HOLDER-ADDR-2     PIC X(100).
           10  WS-SV-OUT-HOLDER-CITY       PIC X(30).
           10  WS-SV-OUT-HOLDER-STATE      PIC X(2).
           10  WS-SV-OUT-HOLDER-ZIP-CD     PIC X(10).
           10  WS-SV-OUT-HOLDER-EMAIL      PIC X(30).
           10  WS-SV-OUT-CONTACT-PREF      PIC X(1).
           10  WS-SV-OUT-PREF-LANGUAGE     PIC X(2).
           10  WS-SV-OUT-DNC-FLAG          PIC X(1).
           10  WS-SV-OUT-SENT-CNT          PIC S9(9) COMP.
           10  WS-SV-OUT-RESPONSE-CNT      PIC S9(9) COMP.
           10  WS-SV-OUT-SCORE-TOTAL       PIC S9(9) COMP.
           10  WS-SV-OUT-PROMOTER-CNT      PIC S9(9) COMP.
           10  WS-SV-OUT-DETRACTOR-CNT     PIC S9(9) COMP.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'CUSTOMER SATISFACTION SURVEY   PERIOD: '.
           05  RPT-HDR-START             PIC X(10).
           05  FILLER                    PIC X(3)  VALUE ' - '.
           05  RPT-HDR-END               PIC X(10).
           05  FILLER                    PIC X(69) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  RPT-SEC-TITLE             PIC X(60).
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  RPT-COLUMN-HEAD-LINE.
           05  FILLER                    PIC X(40)
               VALUE '  CODE       NAME                       '.
           05  FILLER                    PIC X(40)
               VALUE '        SENT  RESPONSES  RESP RATE  AVG '.
           05  FILLER                    PIC X(40)
               VALUE 'SCORE   NPS                             '.
           05  FILLER                    PIC X(12) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DT-KEY                PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-DT-NAME               PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-DT-SENT               PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  RPT-DT-RESPONSES          PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(5)  VALUE SPACES.
           05  RPT-DT-RATE               PIC ZZ9.9.
           05  FILLER                    PIC X(1)  VALUE '%'.
           05  FILLER                    PIC X(6)  VALUE SPACES.
           05  RPT-DT-AVG                PIC Z9.9.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  RPT-DT-NPS                PIC -ZZ9.
           05  FILLER                    PIC X(41) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-RESULTS
           IF WS-CUR-AGENT NOT = SPACES
               PERFORM 2300-PRINT-AGENT
           END-IF
           PERFORM 3000-PRINT-ROLLUPS
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
           IF WS-PARM-QTR-START-DATE = SPACES
                   OR WS-PARM-QTR-END-DATE = SPACES
               DISPLAY 'SVYRPT1: PERIOD START AND END DATES ARE '
                       'REQUIRED ON SYSIN'
               CALL 'ABEND'
           END-IF

           OPEN OUTPUT SATISFACTION-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SVYRPTF: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-PARM-QTR-START-DATE TO RPT-HDR-START
           MOVE WS-PARM-QTR-END-DATE   TO RPT-HDR-END
           WRITE SATISFACTION-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 0100-LOAD-STRUCTURE

           MOVE 'R'                    TO WS-EV-CODE (1)
           MOVE 'RENEWAL'              TO WS-EV-NAME (1)
           MOVE 'L'                    TO WS-EV-CODE (2)
           MOVE 'LAPSE'                TO WS-EV-NAME (2)
           MOVE 'C'                    TO WS-EV-CODE (3)
           MOVE 'CANCELLATION'         TO WS-EV-NAME (3)
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                     UNTIL WS-EV-IDX > 3
               MOVE 0 TO WS-EV-SENT (WS-EV-IDX)
                         WS-EV-RESPONSES (WS-EV-IDX)
                         WS-EV-SCORE-TOTAL (WS-EV-IDX)
                         WS-EV-PROMOTERS (WS-EV-IDX)
                         WS-EV-DETRACTORS (WS-EV-IDX)
           END-PERFORM

           MOVE SPACES TO SATISFACTION-REPORT-REC
           WRITE SATISFACTION-REPORT-REC
           MOVE 'SATISFACTION BY AGENT' TO RPT-SEC-TITLE
           WRITE SATISFACTION-REPORT-REC FROM RPT-SECTION-LINE
           WRITE SATISFACTION-REPORT-REC FROM RPT-COLUMN-HEAD-LINE

           MOVE 'RSLTOPEN'             TO WS-SV-OPERATION-TYPE
           MOVE WS-CURRENT-DATE        TO WS-SV-PROCESS-DATE
           MOVE WS-PARM-QTR-START-DATE TO WS-SV-QTR-START-DATE
           MOVE WS-PARM-QTR-END-DATE   TO WS-SV-QTR-END-DATE
           CALL 'SVYDRVR1' USING SVYDRVR1-AREA
           IF WS-SV-SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING RESULT-CURSOR: ' WS-SV-SQLCODE
               CALL 'ABEND'
           END-IF
           PERFORM 2050-FETCH-RESULT-PARA.

       0100-LOAD-STRUCTURE.
           OPEN INPUT AGENCY-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'SVYRPT1: AGENCYF NOT AVAILABLE - EVERY AGENT '
                       'ROLLS UP UNDER UNASSIGNED'
           ELSE
               PERFORM 0110-READ-STRUCTURE-PARA UNTIL END-OF-MASTER
               CLOSE AGENCY-MASTER-FILE
           END-IF.

       0110-READ-STRUCTURE-PARA.
           READ AGENCY-MASTER-FILE
               AT END
                   MOVE 'YES' TO WS-MASTER-EOF-SW
               NOT AT END
                   IF WS-AGY-AGENT-CODE NOT = SPACES
                       IF WS-MAP-TBL-CNT >= 5000
                           DISPLAY '*** SVYRPT1: STRUCTURE TABLE '
                                   'FULL (5000) - RUN STOPPED ***'
                           CALL 'ABEND'
                       END-IF
                       ADD 1 TO WS-MAP-TBL-CNT
                       MOVE WS-AGY-AGENT-CODE
                           TO WS-MAP-AGENT (WS-MAP-TBL-CNT)
                       MOVE WS-AGY-AGENCY-CODE
                           TO WS-MAP-AGENCY (WS-MAP-TBL-CNT)
                       MOVE WS-AGY-AGENCY-NAME
                           TO WS-MAP-AGENCY-NAME (WS-MAP-TBL-CNT)
                   END-IF
           END-READ.

      *    ONE ROW PER AGENT, STATE AND EVENT TYPE. EACH ROW ADDS TO
      *    ITS AGENT, AGENCY, STATE AND EVENT TYPE AND THE GRAND TOTAL.
       2000-PROCESS-PARA.
           IF WS-SV-OUT-AGENT-CODE NOT = WS-CUR-AGENT
               IF WS-CUR-AGENT NOT = SPACES
                   PERFORM 2300-PRINT-AGENT
               END-IF
               PERFORM 2100-START-AGENT
           END-IF
           ADD WS-SV-OUT-SENT-CNT       TO WS-AGT-SENT WS-GRD-SENT
           ADD WS-SV-OUT-RESPONSE-CNT   TO WS-AGT-RESPONSES
                                           WS-GRD-RESPONSES
           ADD WS-SV-OUT-SCORE-TOTAL    TO WS-AGT-SCORE-TOTAL
                                           WS-GRD-SCORE-TOTAL
           ADD WS-SV-OUT-PROMOTER-CNT   TO WS-AGT-PROMOTERS
                                           WS-GRD-PROMOTERS
           ADD WS-SV-OUT-DETRACTOR-CNT  TO WS-AGT-DETRACTORS
                                           WS-GRD-DETRACTORS
           PERFORM 2200-ACCUMULATE-ROLLUPS
           PERFORM 2050-FETCH-RESULT-PARA.

       2050-FETCH-RESULT-PARA.
           MOVE 'RSLTFETCH' TO WS-SV-OPERATION-TYPE
           CALL 'SVYDRVR1' USING SVYDRVR1-AREA
           IF WS-SV-SQLCODE = 100
               MOVE 'YES' TO WS-EOF-SW
               MOVE 'RSLTCLOSE' TO WS-SV-OPERATION-TYPE
               CALL 'SVYDRVR1' USING SVYDRVR1-AREA
           ELSE
           IF WS-SV-SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING RESULT-CURSOR: ' WS-SV-SQLCODE
               CALL 'ABEND'
           END-IF.

       2100-START-AGENT.
           ADD 1 TO WS-AGENT-CNT
           MOVE WS-SV-OUT-AGENT-CODE TO WS-CUR-AGENT
           MOVE 0 TO WS-AGT-SENT WS-AGT-RESPONSES WS-AGT-SCORE-TOTAL
                     WS-AGT-PROMOTERS WS-AGT-DETRACTORS
           MOVE 0 TO WS-MAP-FOUND-IDX
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MAP-TBL-CNT
               IF WS-MAP-AGENT (WS-MAP-IDX) = WS-CUR-AGENT
                   MOVE WS-MAP-IDX TO WS-MAP-FOUND-IDX
                   MOVE WS-MAP-TBL-CNT TO WS-MAP-IDX
               END-IF
           END-PERFORM
           IF WS-MAP-FOUND-IDX > 0
               MOVE WS-MAP-AGENCY (WS-MAP-FOUND-IDX)
                   TO WS-CUR-AGENCY
               MOVE WS-MAP-AGENCY-NAME (WS-MAP-FOUND-IDX)
                   TO WS-CUR-AGENCY-NAME
           ELSE
               MOVE 'UNASSIGND' TO WS-CUR-AGENCY
               MOVE 'AGENT NOT ON AGENCY STRUCTURE'
                   TO WS-CUR-AGENCY-NAME
           END-IF.

       2200-ACCUMULATE-ROLLUPS.
           MOVE 0 TO WS-AG-FOUND-IDX
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                     UNTIL WS-AG-IDX > WS-AG-TBL-CNT
               IF WS-AG-CODE (WS-AG-IDX) = WS-CUR-AGENCY
                   MOVE WS-AG-IDX TO WS-AG-FOUND-IDX
                   MOVE WS-AG-TBL-CNT TO WS-AG-IDX
               END-IF
           END-PERFORM
           IF WS-AG-FOUND-IDX = 0
                   AND WS-AG-TBL-CNT < 100
               ADD 1 TO WS-AG-TBL-CNT
               MOVE WS-AG-TBL-CNT TO WS-AG-FOUND-IDX
               MOVE WS-CUR-AGENCY      TO WS-AG-CODE (WS-AG-FOUND-IDX)
               MOVE WS-CUR-AGENCY-NAME TO WS-AG-NAME (WS-AG-FOUND-IDX)
               MOVE 0 TO WS-AG-SENT (WS-AG-FOUND-IDX)
                         WS-AG-RESPONSES (WS-AG-FOUND-IDX)
                         WS-AG-SCORE-TOTAL (WS-AG-FOUND-IDX)
                         WS-AG-PROMOTERS (WS-AG-FOUND-IDX)
                         WS-AG-DETRACTORS (WS-AG-FOUND-IDX)
           END-IF
           IF WS-AG-FOUND-IDX > 0
               ADD WS-SV-OUT-SENT-CNT
                   TO WS-AG-SENT (WS-AG-FOUND-IDX)
               ADD WS-SV-OUT-RESPONSE-CNT
                   TO WS-AG-RESPONSES (WS-AG-FOUND-IDX)
               ADD WS-SV-OUT-SCORE-TOTAL
                   TO WS-AG-SCORE-TOTAL (WS-AG-FOUND-IDX)
               ADD WS-SV-OUT-PROMOTER-CNT
                   TO WS-AG-PROMOTERS (WS-AG-FOUND-IDX)
               ADD WS-SV-OUT-DETRACTOR-CNT
                   TO WS-AG-DETRACTORS (WS-AG-FOUND-IDX)
           END-IF

           MOVE 0 TO WS-ST-FOUND-IDX
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                     UNTIL WS-ST-IDX > WS-ST-TBL-CNT
               IF WS-ST-CODE (WS-ST-IDX) = WS-SV-OUT-HOLDER-STATE
                   MOVE WS-ST-IDX TO WS-ST-FOUND-IDX
                   MOVE WS-ST-TBL-CNT TO WS-ST-IDX
               END-IF
           END-PERFORM
           IF WS-ST-FOUND-IDX = 0
                   AND WS-ST-TBL-CNT < 60
               ADD 1 TO WS-ST-TBL-CNT
               MOVE WS-ST-TBL-CNT TO WS-ST-FOUND-IDX
               MOVE WS-SV-OUT-HOLDER-STATE
                   TO WS-ST-CODE (WS-ST-FOUND-IDX)
               MOVE 0 TO WS-ST-SENT (WS-ST-FOUND-IDX)
                         WS-ST-RESPONSES (WS-ST-FOUND-IDX)
                         WS-ST-SCORE-TOTAL (WS-ST-FOUND-IDX)
                         WS-ST-PROMOTERS (WS-ST-FOUND-IDX)
                         WS-ST-DETRACTORS (WS-ST-FOUND-IDX)
           END-IF
           IF WS-ST-FOUND-IDX > 0
               ADD WS-SV-OUT-SENT-CNT
                   TO WS-ST-SENT (WS-ST-FOUND-IDX)
               ADD WS-SV-OUT-RESPONSE-CNT
                   TO WS-ST-RESPONSES (WS-ST-FOUND-IDX)
               ADD WS-SV-OUT-SCORE-TOTAL
                   TO WS-ST-SCORE-TOTAL (WS-ST-FOUND-IDX)
               ADD WS-SV-OUT-PROMOTER-CNT
                   TO WS-ST-PROMOTERS (WS-ST-FOUND-IDX)
               ADD WS-SV-OUT-DETRACTOR-CNT
                   TO WS-ST-DETRACTORS (WS-ST-FOUND-IDX)
           END-IF

           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                     UNTIL WS-EV-IDX > 3
               IF WS-EV-CODE (WS-EV-IDX) = WS-SV-OUT-EVENT-TYPE
                   ADD WS-SV-OUT-SENT-CNT
                       TO WS-EV-SENT (WS-EV-IDX)
                   ADD WS-SV-OUT-RESPONSE-CNT
                       TO WS-EV-RESPONSES (WS-EV-IDX)
                   ADD WS-SV-OUT-SCORE-TOTAL
                       TO WS-EV-SCORE-TOTAL (WS-EV-IDX)
                   ADD WS-SV-OUT-PROMOTER-CNT
                       TO WS-EV-PROMOTERS (WS-EV-IDX)
                   ADD WS-SV-OUT-DETRACTOR-CNT
                       TO WS-EV-DETRACTORS (WS-EV-IDX)
               END-IF
           END-PERFORM.

       2300-PRINT-AGENT.
           MOVE WS-CUR-AGENT       TO WS-PRT-KEY
           MOVE WS-CUR-AGENCY-NAME TO WS-PRT-NAME
           MOVE WS-AGENT-COUNTS    TO WS-PRT-COUNTS
           PERFORM 5000-PRINT-LINE.

       3000-PRINT-ROLLUPS.
           MOVE SPACES TO SATISFACTION-REPORT-REC
           WRITE SATISFACTION-REPORT-REC
           MOVE 'SATISFACTION BY AGENCY' TO RPT-SEC-TITLE
           WRITE SATISFACTION-REPORT-REC FROM RPT-SECTION-LINE
           WRITE SATISFACTION-REPORT-REC FROM RPT-COLUMN-HEAD-LINE
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                     UNTIL WS-AG-IDX > WS-AG-TBL-CNT
               MOVE WS-AG-CODE (WS-AG-IDX)   TO WS-PRT-KEY
               MOVE WS-AG-NAME (WS-AG-IDX)   TO WS-PRT-NAME
               MOVE WS-AG-COUNTS (WS-AG-IDX) TO WS-PRT-COUNTS
               PERFORM 5000-PRINT-LINE
           END-PERFORM

           MOVE SPACES TO SATISFACTION-REPORT-REC
           WRITE SATISFACTION-REPORT-REC
           MOVE 'SATISFACTION BY STATE' TO RPT-SEC-TITLE
           WRITE SATISFACTION-REPORT-REC FROM RPT-SECTION-LINE
           WRITE SATISFACTION-REPORT-REC FROM RPT-COLUMN-HEAD-LINE
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                     UNTIL WS-ST-IDX > WS-ST-TBL-CNT
               MOVE WS-ST-CODE (WS-ST-IDX)   TO WS-PRT-KEY
               MOVE SPACES                   TO WS-PRT-NAME
               MOVE WS-ST-COUNTS (WS-ST-IDX) TO WS-PRT-COUNTS
               PERFORM 5000-PRINT-LINE
           END-PERFORM

           MOVE SPACES TO SATISFACTION-REPORT-REC
           WRITE SATISFACTION-REPORT-REC
           MOVE 'SATISFACTION BY EVENT TYPE' TO RPT-SEC-TITLE
           WRITE SATISFACTION-REPORT-REC FROM RPT-SECTION-LINE
           WRITE SATISFACTION-REPORT-REC FROM RPT-COLUMN-HEAD-LINE
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                     UNTIL WS-EV-IDX > 3
               MOVE WS-EV-CODE (WS-EV-IDX)   TO WS-PRT-KEY
               MOVE WS-EV-NAME (WS-EV-IDX)   TO WS-PRT-NAME
               MOVE WS-EV-COUNTS (WS-EV-IDX) TO WS-PRT-COUNTS
               PERFORM 5000-PRINT-LINE
           END-PERFORM

           MOVE SPACES TO SATISFACTION-REPORT-REC
           WRITE SATISFACTION-REPORT-REC
           MOVE 'ALL'                  TO WS-PRT-KEY
           MOVE 'ALL SURVEYS IN PERIOD' TO WS-PRT-NAME
           MOVE WS-GRAND-COUNTS        TO WS-PRT-COUNTS
           PERFORM 5000-PRINT-LINE.

      *    RATES ARE LEFT AT ZERO WHERE NOTHING WAS SENT OR RETURNED.
       5000-PRINT-LINE.
           MOVE 0 TO WS-RESPONSE-RATE WS-AVG-SCORE WS-NPS
           IF WS-PRT-SENT > 0
               COMPUTE WS-RESPONSE-RATE ROUNDED =
                   WS-PRT-RESPONSES * 100 / WS-PRT-SENT
           END-IF
           IF WS-PRT-RESPONSES > 0
               COMPUTE WS-AVG-SCORE ROUNDED =
                   WS-PRT-SCORE-TOTAL / WS-PRT-RESPONSES
               COMPUTE WS-NPS ROUNDED =
                   (WS-PRT-PROMOTERS - WS-PRT-DETRACTORS) * 100
                   / WS-PRT-RESPONSES
           END-IF
           MOVE WS-PRT-KEY          TO RPT-DT-KEY
           MOVE WS-PRT-NAME         TO RPT-DT-NAME
           MOVE WS-PRT-SENT         TO RPT-DT-SENT
           MOVE WS-PRT-RESPONSES    TO RPT-DT-RESPONSES
           MOVE WS-RESPONSE-RATE    TO RPT-DT-RATE
           MOVE WS-AVG-SCORE        TO RPT-DT-AVG
           MOVE WS-NPS              TO RPT-DT-NPS
           WRITE SATISFACTION-REPORT-REC FROM RPT-DETAIL-LINE.

       9000-FINALIZE-PARA.
           MOVE SPACES TO SATISFACTION-REPORT-REC
           WRITE SATISFACTION-REPORT-REC
           MOVE 'AGENTS WITH SURVEYS SENT'         TO RPT-TOT-LABEL
           MOVE WS-AGENT-CNT                       TO RPT-TOT-CNT
           WRITE SATISFACTION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'SURVEYS SENT'                     TO RPT-TOT-LABEL
           MOVE WS-GRD-SENT                        TO RPT-TOT-CNT
           WRITE SATISFACTION-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'RESPONSES'                        TO RPT-TOT-LABEL
           MOVE WS-GRD-RESPONSES                   TO RPT-TOT-CNT
           WRITE SATISFACTION-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE SATISFACTION-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'SVYRPT1'       TO OPS-JOB-NAME
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
               MOVE WS-GRD-SENT     TO OPS-RECORD-CNT
               MOVE 0               TO OPS-ERROR-CNT
               SET OPS-STATUS-OK TO TRUE
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF
           DISPLAY 'SVYRPT1: AGENTS: ' WS-AGENT-CNT
                   '  SENT: ' WS-GRD-SENT
                   '  RESPONSES: ' WS-GRD-RESPONSES.

       END PROGRAM SVYRPT1.
