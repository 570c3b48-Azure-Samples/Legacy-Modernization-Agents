       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVYEXT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SURVEY-EXTRACT-FILE ASSIGN TO 'SVYOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SURVEY-EXTRACT-REPORT ASSIGN TO 'SVYEXTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    WEEKLY SATISFACTION SURVEY SELECTION. EVERY RENEWAL, LAPSE
      *    AND CANCELLATION NOT YET CONSIDERED IS DECIDED ONCE AND THE
      *    DECISION KEPT ON TSURVEY: A DO-NOT-CONTACT POLICY, ONE WITH
      *    NO ADDRESS FOR ITS PREFERRED CHANNEL, OR A CUSTOMER ALREADY
      *    SURVEYED WITHIN THE CONTACT FREQUENCY LIMIT IS NOT SENT ONE;
      *    THE REST ARE SAMPLED AT THE SAMPLE PERCENTAGE AND THOSE
      *    SELECTED GO TO THE SURVEY VENDOR. SCORES COME BACK THROUGH
      *    SVYING1.
      *    PIPE-DELIMITED, IN THE STANDARD HDR/TRL ENVELOPE:
      *      POLICY|EVENT TYPE (R/L/C)|EVENT DATE|CHANNEL (E/M)|
      *      LANGUAGE|FIRST NAME|LAST NAME|ADDRESS 1|ADDRESS 2|CITY|
      *      STATE|ZIP|EMAIL|AGENT|POLICY TYPE
      *    THE VENDOR RETURNS POLICY, EVENT TYPE AND EVENT DATE WITH
      *    EACH RESPONSE AS THE SURVEY'S KEY.
       FD  SURVEY-EXTRACT-FILE.
       01  SURVEY-EXTRACT-RECORD         PIC X(500).

       FD  SURVEY-EXTRACT-REPORT.
       01  SURVEY-EXTRACT-REPORT-REC     PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-EVENTS             VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    HOW FAR BACK TO LOOK FOR EVENTS (DEFAULT 14 DAYS - AN EVENT
      *    POSTED LATE IS STILL PICKED UP, AND ONE ALREADY DECIDED IS
      *    NEVER PICKED UP TWICE), THE PERCENTAGE OF ELIGIBLE EVENTS
      *    TO SURVEY (DEFAULT 25) AND THE DAYS A CUSTOMER IS LEFT
      *    ALONE AFTER BEING SENT A SURVEY (DEFAULT 180).
       01  WS-PARM-CARD.
           05  WS-PARM-WINDOW-DAYS       PIC 9(3).
           05  WS-PARM-SAMPLE-PCT        PIC 9(3).
           05  WS-PARM-LIMIT-DAYS        PIC 9(3).
           05  FILLER                    PIC X(71).

      *    SYSTEMATIC SAMPLE: EACH ELIGIBLE EVENT ADDS THE SAMPLE
      *    PERCENTAGE AND AN EVENT IS SELECTED EACH TIME THE TOTAL
      *    PASSES 100, SO THE RATE HOLDS EXACTLY ACROSS THE RUN AND
      *    A RE-RUN OF THE SAME EVENTS SELECTS THE SAME ONES.
       01  WS-SAMPLE-ACCUM               PIC 9(3) VALUE 0.
       01  WS-DECISION                   PIC X(1).
       01  WS-CHANNEL                    PIC X(1).
       01  WS-ENV-CNT-EDIT               PIC 9(7).

       01  WS-EVENT-CNT                  PIC 9(7) VALUE 0.
       01  WS-DNC-CNT                    PIC 9(7) VALUE 0.
       01  WS-NO-CHANNEL-CNT             PIC 9(7) VALUE 0.
       01  WS-FREQUENCY-CNT              PIC 9(7) VALUE 0.
       01  WS-NOT-SAMPLED-CNT            PIC 9(7) VALUE 0.
       01  WS-SENT-CNT                   PIC 9(7) VALUE 0.
       01  WS-SENT-RENEWAL-CNT           PIC 9(7) VALUE 0.
       01  WS-SENT-LAPSE-CNT             PIC 9(7) VALUE 0.
       01  WS-SENT-CANCEL-CNT            PIC 9(7) VALUE 0.
       01  WS-SENT-EMAIL-CNT             PIC 9(7) VALUE 0.
       01  WS-SENT-MAIL-CNT              PIC 9(7) VALUE 0.

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
               VALUE 'SATISFACTION SURVEY SELECTION RUN -     '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(82) VALUE SPACES.

       01  RPT-PARM-LINE.
           05  FILLER                    PIC X(15)
               VALUE 'EVENTS WITHIN '.
           05  RPT-PRM-WINDOW            PIC ZZ9.
           05  FILLER                    PIC X(16)
               VALUE ' DAYS   SAMPLE: '.
           05  RPT-PRM-SAMPLE            PIC ZZ9.
           05  FILLER                    PIC X(25)
               VALUE '%   CONTACT LIMIT: 1 IN '.
           05  RPT-PRM-LIMIT             PIC ZZ9.
           05  FILLER                    PIC X(5)  VALUE ' DAYS'.
           05  FILLER                    PIC X(62) VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-EVENTS
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
           IF WS-PARM-WINDOW-DAYS NOT NUMERIC
                   OR WS-PARM-WINDOW-DAYS = 0
               MOVE 14 TO WS-PARM-WINDOW-DAYS
           END-IF
           IF WS-PARM-SAMPLE-PCT NOT NUMERIC
                   OR WS-PARM-SAMPLE-PCT = 0
                   OR WS-PARM-SAMPLE-PCT > 100
               MOVE 25 TO WS-PARM-SAMPLE-PCT
           END-IF
           IF WS-PARM-LIMIT-DAYS NOT NUMERIC
                   OR WS-PARM-LIMIT-DAYS = 0
               MOVE 180 TO WS-PARM-LIMIT-DAYS
           END-IF

           OPEN OUTPUT SURVEY-EXTRACT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SVYOUT: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT SURVEY-EXTRACT-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SVYEXTRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE SURVEY-EXTRACT-REPORT-REC FROM RPT-HEADER-LINE
           MOVE WS-PARM-WINDOW-DAYS TO RPT-PRM-WINDOW
           MOVE WS-PARM-SAMPLE-PCT  TO RPT-PRM-SAMPLE
           MOVE WS-PARM-LIMIT-DAYS  TO RPT-PRM-LIMIT
           WRITE SURVEY-EXTRACT-REPORT-REC FROM RPT-PARM-LINE
           MOVE SPACES TO SURVEY-EXTRACT-REPORT-REC
           WRITE SURVEY-EXTRACT-REPORT-REC

           MOVE SPACES TO SURVEY-EXTRACT-RECORD
           STRING 'HDR|SVYOUT|'       DELIMITED BY SIZE
                  WS-CURRENT-DATE     DELIMITED BY SIZE
                  '|SVYEXT1'          DELIMITED BY SIZE
             INTO SURVEY-EXTRACT-RECORD
           END-STRING
           WRITE SURVEY-EXTRACT-RECORD

           MOVE 'EVTOPEN'            TO WS-SV-OPERATION-TYPE
           MOVE WS-CURRENT-DATE      TO WS-SV-PROCESS-DATE
           MOVE WS-PARM-WINDOW-DAYS  TO WS-SV-WINDOW-DAYS
           MOVE WS-PARM-LIMIT-DAYS   TO WS-SV-LIMIT-DAYS
           CALL 'SVYDRVR1' USING SVYDRVR1-AREA
           IF WS-SV-SQLCODE NOT = 0
               DISPLAY 'ERROR OPENING EVENT-CURSOR: ' WS-SV-SQLCODE
               CALL 'ABEND'
           END-IF
           PERFORM 2050-FETCH-EVENT-PARA.

      *    THE FIRST REASON NOT TO SURVEY IS THE ONE RECORDED. THE
      *    FREQUENCY LIMIT IS CHECKED BEFORE SAMPLING SO A CUSTOMER
      *    WHO CANNOT BE SURVEYED DOES NOT TAKE A SAMPLE PLACE.
       2000-PROCESS-PARA.
           ADD 1 TO WS-EVENT-CNT
           MOVE SPACE TO WS-CHANNEL
           IF WS-SV-OUT-DNC-FLAG = 'Y'
               MOVE 'D' TO WS-DECISION
               ADD 1 TO WS-DNC-CNT
           ELSE
               PERFORM 2100-CHOOSE-CHANNEL
               IF WS-CHANNEL = SPACE
                   MOVE 'P' TO WS-DECISION
                   ADD 1 TO WS-NO-CHANNEL-CNT
               ELSE
                   PERFORM 2200-CHECK-FREQUENCY
               END-IF
           END-IF
           PERFORM 2300-RECORD-DECISION
           IF WS-DECISION = 'S'
               PERFORM 2400-WRITE-EXTRACT
           END-IF
           PERFORM 2050-FETCH-EVENT-PARA.

       2050-FETCH-EVENT-PARA.
           MOVE 'EVTFETCH' TO WS-SV-OPERATION-TYPE
           CALL 'SVYDRVR1' USING SVYDRVR1-AREA
           IF WS-SV-SQLCODE = 100
               MOVE 'YES' TO WS-EOF-SW
           ELSE
           IF WS-SV-SQLCODE NOT = 0
               DISPLAY 'ERROR FETCHING EVENT-CURSOR: ' WS-SV-SQLCODE
               CALL 'ABEND'
           END-IF.

      *    AN EMAIL-ONLY CUSTOMER IS SURVEYED BY EMAIL OR NOT AT ALL,
      *    A MAIL-ONLY ONE BY MAIL; WITH NO STATED PREFERENCE EMAIL IS
      *    USED WHEN THERE IS AN ADDRESS FOR IT, OTHERWISE MAIL.
       2100-CHOOSE-CHANNEL.
           EVALUATE WS-SV-OUT-CONTACT-PREF
               WHEN 'E'
                   IF WS-SV-OUT-HOLDER-EMAIL NOT = SPACES
                       MOVE 'E' TO WS-CHANNEL
                   END-IF
               WHEN 'M'
                   IF WS-SV-OUT-HOLDER-ADDR-1 NOT = SPACES
                       MOVE 'M' TO WS-CHANNEL
                   END-IF
               WHEN OTHER
                   IF WS-SV-OUT-HOLDER-EMAIL NOT = SPACES
                       MOVE 'E' TO WS-CHANNEL
                   ELSE
                       IF WS-SV-OUT-HOLDER-ADDR-1 NOT = SPACES
                           MOVE 'M' TO WS-CHANNEL
                       END-IF
                   END-IF
           END-EVALUATE.

       2200-CHECK-FREQUENCY.
           MOVE 'FREQCHK'               TO WS-SV-OPERATION-TYPE
           MOVE WS-SV-OUT-POLICY-NUMBER TO WS-SV-POLICY-NUMBER
           MOVE WS-SV-OUT-CUSTOMER-ID   TO WS-SV-CUSTOMER-ID
           CALL 'SVYDRVR1' USING SVYDRVR1-AREA
           IF WS-SV-ROW-CNT > 0
               MOVE 'F' TO WS-DECISION
               ADD 1 TO WS-FREQUENCY-CNT
           ELSE
               ADD WS-PARM-SAMPLE-PCT TO WS-SAMPLE-ACCUM
               IF WS-SAMPLE-ACCUM >= 100
                   SUBTRACT 100 FROM WS-SAMPLE-ACCUM
                   MOVE 'S' TO WS-DECISION
               ELSE
                   MOVE 'N' TO WS-DECISION
                   ADD 1 TO WS-NOT-SAMPLED-CNT
               END-IF
           END-IF.

       2300-RECORD-DECISION.
           MOVE 'RECORD'                TO WS-SV-OPERATION-TYPE
           MOVE WS-SV-OUT-POLICY-NUMBER TO WS-SV-POLICY-NUMBER
           MOVE WS-SV-OUT-EVENT-TYPE    TO WS-SV-EVENT-TYPE
           MOVE WS-SV-OUT-EVENT-DATE    TO WS-SV-EVENT-DATE
           MOVE WS-SV-OUT-CUSTOMER-ID   TO WS-SV-CUSTOMER-ID
           MOVE WS-SV-OUT-AGENT-CODE    TO WS-SV-AGENT-CODE
           MOVE WS-SV-OUT-HOLDER-STATE  TO WS-SV-STATE
           MOVE WS-DECISION             TO WS-SV-SURVEY-STATUS
           IF WS-DECISION = 'S'
               MOVE WS-CHANNEL          TO WS-SV-CHANNEL
           ELSE
               MOVE SPACE               TO WS-SV-CHANNEL
           END-IF
           CALL 'SVYDRVR1' USING SVYDRVR1-AREA.

       2400-WRITE-EXTRACT.
           ADD 1 TO WS-SENT-CNT
           EVALUATE WS-SV-OUT-EVENT-TYPE
               WHEN 'R'
                   ADD 1 TO WS-SENT-RENEWAL-CNT
               WHEN 'L'
                   ADD 1 TO WS-SENT-LAPSE-CNT
               WHEN OTHER
                   ADD 1 TO WS-SENT-CANCEL-CNT
           END-EVALUATE
           IF WS-CHANNEL = 'E'
               ADD 1 TO WS-SENT-EMAIL-CNT
           ELSE
               ADD 1 TO WS-SENT-MAIL-CNT
           END-IF
           MOVE SPACES TO SURVEY-EXTRACT-RECORD
           STRING WS-SV-OUT-POLICY-NUMBER   DELIMITED BY '  ' '|'
                  WS-SV-OUT-EVENT-TYPE      DELIMITED BY SIZE '|'
                  WS-SV-OUT-EVENT-DATE      DELIMITED BY SIZE '|'
                  WS-CHANNEL                DELIMITED BY SIZE '|'
                  WS-SV-OUT-PREF-LANGUAGE   DELIMITED BY SIZE '|'
                  WS-SV-OUT-HOLDER-FNAME    DELIMITED BY '  ' '|'
                  WS-SV-OUT-HOLDER-LNAME    DELIMITED BY '  ' '|'
                  WS-SV-OUT-HOLDER-ADDR-1   DELIMITED BY '  ' '|'
                  WS-SV-OUT-HOLDER-ADDR-2   DELIMITED BY '  ' '|'
                  WS-SV-OUT-HOLDER-CITY     DELIMITED BY '  ' '|'
                  WS-SV-OUT-HOLDER-STATE    DELIMITED BY SIZE '|'
                  WS-SV-OUT-HOLDER-ZIP-CD   DELIMITED BY '  ' '|'
                  WS-SV-OUT-HOLDER-EMAIL    DELIMITED BY '  ' '|'
                  WS-SV-OUT-AGENT-CODE      DELIMITED BY '  ' '|'
                  WS-SV-OUT-POLICY-TYPE     DELIMITED BY '  '
             INTO SURVEY-EXTRACT-RECORD
           END-STRING
           WRITE SURVEY-EXTRACT-RECORD.

       9000-FINALIZE-PARA.
           MOVE 'EVTCLOSE' TO WS-SV-OPERATION-TYPE
           CALL 'SVYDRVR1' USING SVYDRVR1-AREA

           MOVE WS-SENT-CNT TO WS-ENV-CNT-EDIT
           MOVE SPACES TO SURVEY-EXTRACT-RECORD
           STRING 'TRL|SVYOUT|'       DELIMITED BY SIZE
                  WS-CURRENT-DATE     DELIMITED BY SIZE
                  '|'                 DELIMITED BY SIZE
                  WS-ENV-CNT-EDIT     DELIMITED BY SIZE
             INTO SURVEY-EXTRACT-RECORD
           END-STRING
           WRITE SURVEY-EXTRACT-RECORD

           MOVE 'EVENTS CONSIDERED'                TO RPT-TOT-LABEL
           MOVE WS-EVENT-CNT                       TO RPT-TOT-CNT
           WRITE SURVEY-EXTRACT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NOT SENT - DO NOT CONTACT'      TO RPT-TOT-LABEL
           MOVE WS-DNC-CNT                         TO RPT-TOT-CNT
           WRITE SURVEY-EXTRACT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NOT SENT - NO ADDRESS FOR CHANNEL'
                                                   TO RPT-TOT-LABEL
           MOVE WS-NO-CHANNEL-CNT                  TO RPT-TOT-CNT
           WRITE SURVEY-EXTRACT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NOT SENT - CONTACT LIMIT'       TO RPT-TOT-LABEL
           MOVE WS-FREQUENCY-CNT                   TO RPT-TOT-CNT
           WRITE SURVEY-EXTRACT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NOT SENT - NOT SAMPLED'         TO RPT-TOT-LABEL
           MOVE WS-NOT-SAMPLED-CNT                 TO RPT-TOT-CNT
           WRITE SURVEY-EXTRACT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'SURVEYS SENT TO VENDOR'           TO RPT-TOT-LABEL
           MOVE WS-SENT-CNT                        TO RPT-TOT-CNT
           WRITE SURVEY-EXTRACT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  AFTER RENEWAL'                  TO RPT-TOT-LABEL
           MOVE WS-SENT-RENEWAL-CNT                TO RPT-TOT-CNT
           WRITE SURVEY-EXTRACT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  AFTER LAPSE'                    TO RPT-TOT-LABEL
           MOVE WS-SENT-LAPSE-CNT                  TO RPT-TOT-CNT
           WRITE SURVEY-EXTRACT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  AFTER CANCELLATION'             TO RPT-TOT-LABEL
           MOVE WS-SENT-CANCEL-CNT                 TO RPT-TOT-CNT
           WRITE SURVEY-EXTRACT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  BY EMAIL'                       TO RPT-TOT-LABEL
           MOVE WS-SENT-EMAIL-CNT                  TO RPT-TOT-CNT
           WRITE SURVEY-EXTRACT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  BY MAIL'                        TO RPT-TOT-LABEL
           MOVE WS-SENT-MAIL-CNT                   TO RPT-TOT-CNT
           WRITE SURVEY-EXTRACT-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE SURVEY-EXTRACT-FILE
           CLOSE SURVEY-EXTRACT-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'SVYEXT1'       TO OPS-JOB-NAME
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
               MOVE WS-EVENT-CNT    TO OPS-RECORD-CNT
               MOVE 0               TO OPS-ERROR-CNT
               SET OPS-STATUS-OK TO TRUE
               WRITE OPS-STATUS-FILE-RECORD
               CLOSE OPS-STATUS-FILE
           ELSE
               DISPLAY 'WARNING: OPSTATUS NOT WRITTEN, STATUS: '
                       WS-OPS-STATUS
           END-IF
           DISPLAY 'SVYEXT1: EVENTS: ' WS-EVENT-CNT
                   '  SURVEYS SENT: ' WS-SENT-CNT.

       END PROGRAM SVYEXT1.
