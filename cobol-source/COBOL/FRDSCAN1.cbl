       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDSCAN1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUD-ALERT-REPORT ASSIGN TO 'FRDALTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    NIGHTLY FRAUD PATTERN ALERT LIST FOR THE SPECIAL
      *    INVESTIGATIONS UNIT. EVERY POLICY WITH A CONTACT OR ADDRESS
      *    CHANGE (POLMNT1, INCLUDING THE MAILRET1/NCOAING1
      *    CORRECTIONS IT APPLIES) AND A MONEY MOVEMENT (A NEW BANK
      *    ACCOUNT THROUGH MNDMNT1, A CANCELLATION OR REFUND CAPTURED
      *    BY CANCAP1) WITHIN THE RUN WINDOW IS SCORED; A SCORE AT OR
      *    OVER THE THRESHOLD RAISES AN ALERT ON TFRDALRT, AND THE
      *    POLICY'S REFUND IS HELD BY RFDDISB1 UNTIL THE SIU CLEARS IT
      *    THROUGH FRDMNT1. THE NEW AND REOPENED ALERTS OF THE RUN ARE
      *    LISTED FIRST, THEN EVERY OPEN ALERT, HIGHEST SCORE FIRST.
       FD  FRAUD-ALERT-REPORT.
       01  FRAUD-ALERT-REPORT-REC        PIC X(132).

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

      *    WINDOW: HOW MANY DAYS APART A CONTACT CHANGE AND A MONEY
      *    MOVEMENT MAY BE AND STILL BE CORRELATED - EVERY EVENT OF
      *    THE LAST WINDOW DAYS IS SCORED TOGETHER. THRESHOLD: THE
      *    LOWEST SCORE THAT RAISES AN ALERT. DEFAULTS 30 AND 50,
      *    ADJUSTABLE ON SYSIN THE SAME WAY THE OTHER RUN WINDOWS ARE.
       01  WS-PARM-CARD.
           05  WS-PARM-WINDOW-DAYS       PIC 9(3).
           05  FILLER                    PIC X(1).
           05  WS-PARM-ALERT-SCORE       PIC 9(3).
           05  FILLER                    PIC X(73).

      *    WHAT EACH KIND OF EVENT ADDS TO A POLICY'S SCORE, EACH
      *    COUNTED ONCE HOWEVER OFTEN IT HAPPENED IN THE WINDOW. A
      *    VENDOR ADDRESS CORRECTION WEIGHS LESS THAN ONE KEYED BY AN
      *    OPERATOR - THE POST OFFICE, NOT A CALLER, ASKED FOR IT.
      *    SEQUENCE: AN OPERATOR-KEYED CONTACT CHANGE ON OR BEFORE THE
      *    MONEY MOVED - THE ORDER SEEN IN A TAKEOVER. LARGE REFUND:
      *    REFUNDS IN THE WINDOW TOTALLING AT LEAST WS-LARGE-REFUND.
       01  WS-SCORE-WEIGHTS.
           05  WS-WT-ADDR                PIC S9(4) COMP VALUE 30.
           05  WS-WT-EMAIL               PIC S9(4) COMP VALUE 20.
           05  WS-WT-PHONE               PIC S9(4) COMP VALUE 10.
           05  WS-WT-NCOA-ADDR           PIC S9(4) COMP VALUE 10.
           05  WS-WT-MANDATE             PIC S9(4) COMP VALUE 25.
           05  WS-WT-REFUND              PIC S9(4) COMP VALUE 30.
           05  WS-WT-CANCEL              PIC S9(4) COMP VALUE 10.
           05  WS-WT-SEQUENCE            PIC S9(4) COMP VALUE 15.
           05  WS-WT-LARGE-REFUND        PIC S9(4) COMP VALUE 10.
       01  WS-LARGE-REFUND               PIC S9(7)V99 VALUE 500.00.

      *    WHAT HAS BEEN SEEN FOR THE POLICY BEING SCORED. DATES ARE
      *    YYYY-MM-DD SO THEY COMPARE IN ORDER.
       01  WS-CUR-POLICY                 PIC X(10) VALUE SPACES.
       01  WS-POLICY-EVENTS.
           05  WS-SEEN-ADDR              PIC X(1).
           05  WS-SEEN-EMAIL             PIC X(1).
           05  WS-SEEN-PHONE             PIC X(1).
           05  WS-SEEN-NCOA-ADDR         PIC X(1).
           05  WS-SEEN-MANDATE           PIC X(1).
           05  WS-SEEN-REFUND            PIC X(1).
           05  WS-SEEN-CANCEL            PIC X(1).
           05  WS-SEEN-CONTACT           PIC X(1).
           05  WS-SEEN-MONEY             PIC X(1).
       01  WS-FIRST-KEYED-DATE           PIC X(10).
       01  WS-LAST-MONEY-DATE            PIC X(10).
       01  WS-LAST-EVENT-DATE            PIC X(10).
       01  WS-POLICY-REFUND              PIC S9(7)V99.
       01  WS-POLICY-SCORE               PIC S9(4) COMP.
       01  WS-PATTERN                    PIC X(40).
       01  WS-PATTERN-PTR                PIC S9(4) COMP.

       01  WS-EVENT-CNT                  PIC 9(7) VALUE 0.
       01  WS-POLICY-CNT                 PIC 9(7) VALUE 0.
       01  WS-CORRELATED-CNT             PIC 9(7) VALUE 0.
       01  WS-SCORED-CNT                 PIC 9(7) VALUE 0.
       01  WS-NEW-CNT                    PIC 9(7) VALUE 0.
       01  WS-REOPENED-CNT               PIC 9(7) VALUE 0.
       01  WS-CARRIED-CNT                PIC 9(7) VALUE 0.
       01  WS-CONFIRMED-CNT              PIC 9(7) VALUE 0.
       01  WS-CLEARED-CNT                PIC 9(7) VALUE 0.
       01  WS-LIST-CNT                   PIC 9(7) VALUE 0.
       01  WS-HELD-TOTAL                 PIC 9(9)V99 VALUE 0.

       01  FRDDRVR1-AREA.
           10  WS-FR-OPERATION-TYPE        PIC X(10).
           10  WS-FR-PROCESS-DATE          PIC X(10).
           10  WS-FR-WINDOW-DAYS           PIC S9(4) COMP.
           10  WS-FR-POLICY-NUMBER         PIC X(10).
           10  WS-FR-EVENT-TYPE            PIC X(8).
           10  WS-FR-PROGRAM               PIC X(8).
           10  WS-FR-USER-ID               PIC X(8).
           10  WS-FR-SCORE                 PIC S9(4) COMP.
           10  WS-FR-PATTERN               PIC X(40).
           10  WS-FR-LAST-EVENT-DATE       PIC X(10).
           10  WS-FR-DECISION              PIC X(1).
           10  WS-FR-DECISION-NOTE         PIC X(60).
           10  WS-FR-SQLCODE               PIC S9(9) COMP.
           10  WS-FR-ALERT-RESULT          PIC X(1).
           10  WS-FR-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-FR-OUT-EVENT-DATE        PIC X(10).
           10  WS-FR-OUT-EVENT-TYPE        PIC X(8).
           10  WS-FR-OUT-PROGRAM           PIC X(8).
           10  WS-FR-OUT-USER-ID           PIC X(8).
           10  WS-FR-OUT-EVENT-AMOUNT      PIC S9(5)V9(2) COMP-3.
           10  WS-FR-OUT-SCORE             PIC S9(4) COMP.
           10  WS-FR-OUT-PATTERN           PIC X(40).
           10  WS-FR-OUT-STATUS            PIC X(1).
           10  WS-FR-OUT-FIRST-ALERT-DATE  PIC X(10).
           10  WS-FR-OUT-LAST-ALERT-DATE   PIC X(10).
           10  WS-FR-OUT-LAST-EVENT-DATE   PIC X(10).
           10  WS-FR-OUT-DECISION-USER     PIC X(8).
           10  WS-FR-OUT-DECISION-DATE     PIC X(10).
           10  WS-FR-OUT-DECISION-NOTE     PIC X(60).
           10  WS-FR-OUT-HOLDER-FNAME      PIC X(35).
           10  WS-FR-OUT-HOLDER-LNAME      PIC X(35).
           10  WS-FR-OUT-AGENT-CODE        PIC X(10).
           10  WS-FR-OUT-REFUND-PENDING    PIC S9(7)V9(2) COMP-3.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(41)
               VALUE 'FRAUD PATTERN ALERTS - SPECIAL INVESTIGAT'.
           05  FILLER                    PIC X(13)
               VALUE 'IONS UNIT -  '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(4)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'WINDOW: '.
           05  RPT-HDR-WINDOW            PIC ZZ9.
           05  FILLER                    PIC X(7)  VALUE ' DAYS  '.
           05  FILLER                    PIC X(11) VALUE 'THRESHOLD: '.
           05  RPT-HDR-THRESHOLD         PIC ZZ9.
           05  FILLER                    PIC X(32) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  RPT-SEC-TITLE             PIC X(60).
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  RPT-NEW-ALERT-LINE.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-NEW-POLICY            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'SCORE: '.
           05  RPT-NEW-SCORE             PIC ZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-NEW-RESULT            PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'PATTERN: '.
           05  RPT-NEW-PATTERN           PIC X(40).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'LAST EVENT: '.
           05  RPT-NEW-LAST-EVENT        PIC X(10).
           05  FILLER                    PIC X(16) VALUE SPACES.

       01  RPT-ALERT-LINE.
           05  RPT-ALT-POLICY            PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-ALT-SCORE             PIC ZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-ALT-HOLDER            PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-ALT-AGENT             PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-ALT-PATTERN           PIC X(40).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-ALT-ALERTED           PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-ALT-HELD              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(4)  VALUE SPACES.

       01  RPT-ALERT-HEAD-LINE.
           05  FILLER                    PIC X(16)
               VALUE 'POLICY      SCOR'.
           05  FILLER                    PIC X(34)
               VALUE 'E HOLDER                          '.
           05  FILLER                    PIC X(40)
               VALUE 'AGENT       PATTERN                     '.
           05  FILLER                    PIC X(42)
               VALUE '              ALERTED      REFUND HELD    '.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       01  RPT-AMOUNT-LINE.
           05  RPT-AMT-LABEL             PIC X(40).
           05  RPT-AMT-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(78) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-EVENTS
           IF WS-CUR-POLICY NOT = SPACES
               PERFORM 2300-SCORE-POLICY
           END-IF
           PERFORM 4000-ALERT-LIST-PARA
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
               MOVE 30 TO WS-PARM-WINDOW-DAYS
           END-IF
           IF WS-PARM-ALERT-SCORE NOT NUMERIC
                   OR WS-PARM-ALERT-SCORE = 0
               MOVE 50 TO WS-PARM-ALERT-SCORE
           END-IF

           OPEN OUTPUT FRAUD-ALERT-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FRDALTRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE      TO RPT-HDR-DATE
           MOVE WS-PARM-WINDOW-DAYS  TO RPT-HDR-WINDOW
           MOVE WS-PARM-ALERT-SCORE  TO RPT-HDR-THRESHOLD
           WRITE FRAUD-ALERT-REPORT-REC FROM RPT-HEADER-LINE
           MOVE 'NEW AND REOPENED ALERTS THIS RUN' TO RPT-SEC-TITLE
           WRITE FRAUD-ALERT-REPORT-REC FROM RPT-SECTION-LINE

           MOVE 'SCANOPEN'           TO WS-FR-OPERATION-TYPE
           MOVE WS-CURRENT-DATE      TO WS-FR-PROCESS-DATE
           MOVE WS-PARM-WINDOW-DAYS  TO WS-FR-WINDOW-DAYS
           CALL 'FRDDRVR1' USING FRDDRVR1-AREA
           PERFORM 2050-FETCH-EVENT-PARA.

      *    EVENTS COME BACK BY POLICY AND DATE; EACH POLICY IS SCORED
      *    WHEN THE NEXT ONE STARTS.
       2000-PROCESS-PARA.
           IF WS-FR-OUT-POLICY-NUMBER NOT = WS-CUR-POLICY
               IF WS-CUR-POLICY NOT = SPACES
                   PERFORM 2300-SCORE-POLICY
               END-IF
               PERFORM 2100-START-POLICY
           END-IF
           PERFORM 2200-ACCUMULATE-EVENT
           PERFORM 2050-FETCH-EVENT-PARA.

       2050-FETCH-EVENT-PARA.
           MOVE 'SCANFETCH' TO WS-FR-OPERATION-TYPE
           CALL 'FRDDRVR1' USING FRDDRVR1-AREA
           IF WS-FR-SQLCODE NOT = 0
               MOVE 'YES' TO WS-EOF-SW
               MOVE 'SCANCLOSE' TO WS-FR-OPERATION-TYPE
               CALL 'FRDDRVR1' USING FRDDRVR1-AREA
           END-IF.

       2100-START-POLICY.
           ADD 1 TO WS-POLICY-CNT
           MOVE WS-FR-OUT-POLICY-NUMBER TO WS-CUR-POLICY
           MOVE ALL 'N'                 TO WS-POLICY-EVENTS
           MOVE HIGH-VALUES             TO WS-FIRST-KEYED-DATE
           MOVE LOW-VALUES              TO WS-LAST-MONEY-DATE
           MOVE SPACES                  TO WS-LAST-EVENT-DATE
           MOVE 0                       TO WS-POLICY-REFUND.

       2200-ACCUMULATE-EVENT.
           ADD 1 TO WS-EVENT-CNT
           EVALUATE WS-FR-OUT-EVENT-TYPE
               WHEN 'ADDR'
                   MOVE 'Y' TO WS-SEEN-ADDR
                   PERFORM 2210-KEYED-CONTACT
               WHEN 'EMAIL'
                   MOVE 'Y' TO WS-SEEN-EMAIL
                   PERFORM 2210-KEYED-CONTACT
               WHEN 'PHONE'
                   MOVE 'Y' TO WS-SEEN-PHONE
                   PERFORM 2210-KEYED-CONTACT
               WHEN 'NCOAADDR'
                   MOVE 'Y' TO WS-SEEN-NCOA-ADDR
                   MOVE 'Y' TO WS-SEEN-CONTACT
               WHEN 'MANDATE'
                   MOVE 'Y' TO WS-SEEN-MANDATE
                   PERFORM 2220-MONEY-MOVEMENT
               WHEN 'REFUND'
                   MOVE 'Y' TO WS-SEEN-REFUND
                   ADD WS-FR-OUT-EVENT-AMOUNT TO WS-POLICY-REFUND
                   PERFORM 2220-MONEY-MOVEMENT
               WHEN 'CANCEL'
                   MOVE 'Y' TO WS-SEEN-CANCEL
                   PERFORM 2220-MONEY-MOVEMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-FR-OUT-EVENT-DATE > WS-LAST-EVENT-DATE
               MOVE WS-FR-OUT-EVENT-DATE TO WS-LAST-EVENT-DATE
           END-IF.

       2210-KEYED-CONTACT.
           MOVE 'Y' TO WS-SEEN-CONTACT
           IF WS-FR-OUT-EVENT-DATE < WS-FIRST-KEYED-DATE
               MOVE WS-FR-OUT-EVENT-DATE TO WS-FIRST-KEYED-DATE
           END-IF.

       2220-MONEY-MOVEMENT.
           MOVE 'Y' TO WS-SEEN-MONEY
           IF WS-FR-OUT-EVENT-DATE > WS-LAST-MONEY-DATE
               MOVE WS-FR-OUT-EVENT-DATE TO WS-LAST-MONEY-DATE
           END-IF.

      *    A POLICY IS ONLY SCORED WHEN A CONTACT CHANGE AND A MONEY
      *    MOVEMENT BOTH FELL IN THE WINDOW - EITHER ONE ALONE IS
      *    EVERYDAY SERVICING.
       2300-SCORE-POLICY.
           IF WS-SEEN-CONTACT = 'Y' AND WS-SEEN-MONEY = 'Y'
               ADD 1 TO WS-CORRELATED-CNT
               MOVE 0      TO WS-POLICY-SCORE
               MOVE SPACES TO WS-PATTERN
               MOVE 1      TO WS-PATTERN-PTR
               IF WS-SEEN-ADDR = 'Y'
                   ADD WS-WT-ADDR TO WS-POLICY-SCORE
                   STRING 'ADDR ' DELIMITED BY SIZE
                     INTO WS-PATTERN WITH POINTER WS-PATTERN-PTR
                   END-STRING
               END-IF
               IF WS-SEEN-EMAIL = 'Y'
                   ADD WS-WT-EMAIL TO WS-POLICY-SCORE
                   STRING 'EMAIL ' DELIMITED BY SIZE
                     INTO WS-PATTERN WITH POINTER WS-PATTERN-PTR
                   END-STRING
               END-IF
               IF WS-SEEN-PHONE = 'Y'
                   ADD WS-WT-PHONE TO WS-POLICY-SCORE
                   STRING 'PHONE ' DELIMITED BY SIZE
                     INTO WS-PATTERN WITH POINTER WS-PATTERN-PTR
                   END-STRING
               END-IF
               IF WS-SEEN-NCOA-ADDR = 'Y'
                   ADD WS-WT-NCOA-ADDR TO WS-POLICY-SCORE
                   STRING 'NCOA ' DELIMITED BY SIZE
                     INTO WS-PATTERN WITH POINTER WS-PATTERN-PTR
                   END-STRING
               END-IF
               IF WS-SEEN-MANDATE = 'Y'
                   ADD WS-WT-MANDATE TO WS-POLICY-SCORE
                   STRING 'MANDATE ' DELIMITED BY SIZE
                     INTO WS-PATTERN WITH POINTER WS-PATTERN-PTR
                   END-STRING
               END-IF
               IF WS-SEEN-REFUND = 'Y'
                   ADD WS-WT-REFUND TO WS-POLICY-SCORE
                   STRING 'REFUND ' DELIMITED BY SIZE
                     INTO WS-PATTERN WITH POINTER WS-PATTERN-PTR
                   END-STRING
               END-IF
               IF WS-SEEN-CANCEL = 'Y'
                   ADD WS-WT-CANCEL TO WS-POLICY-SCORE
                   STRING 'CANCEL ' DELIMITED BY SIZE
                     INTO WS-PATTERN WITH POINTER WS-PATTERN-PTR
                   END-STRING
               END-IF
               IF WS-FIRST-KEYED-DATE NOT > WS-LAST-MONEY-DATE
                   ADD WS-WT-SEQUENCE TO WS-POLICY-SCORE
                   STRING 'SEQ ' DELIMITED BY SIZE
                     INTO WS-PATTERN WITH POINTER WS-PATTERN-PTR
                   END-STRING
               END-IF
               IF WS-POLICY-REFUND NOT < WS-LARGE-REFUND
                   ADD WS-WT-LARGE-REFUND TO WS-POLICY-SCORE
                   STRING 'LARGE' DELIMITED BY SIZE
                     INTO WS-PATTERN WITH POINTER WS-PATTERN-PTR
                   END-STRING
               END-IF
               IF WS-POLICY-SCORE NOT < WS-PARM-ALERT-SCORE
                   PERFORM 2400-RAISE-ALERT
               END-IF
           END-IF.

      *    THE ALERT IS RECORDED (OR REFRESHED) ON TFRDALRT; ONLY THE
      *    ONES NEW TO THE SIU THIS RUN ARE PRINTED HERE - EVERY OPEN
      *    ALERT IS ON THE LIST THAT FOLLOWS.
       2400-RAISE-ALERT.
           ADD 1 TO WS-SCORED-CNT
           MOVE 'ALERTADD'          TO WS-FR-OPERATION-TYPE
           MOVE WS-CUR-POLICY       TO WS-FR-POLICY-NUMBER
           MOVE WS-POLICY-SCORE     TO WS-FR-SCORE
           MOVE WS-PATTERN          TO WS-FR-PATTERN
           MOVE WS-LAST-EVENT-DATE  TO WS-FR-LAST-EVENT-DATE
           CALL 'FRDDRVR1' USING FRDDRVR1-AREA
           MOVE SPACES              TO RPT-NEW-RESULT
           EVALUATE WS-FR-ALERT-RESULT
               WHEN 'N'
                   ADD 1 TO WS-NEW-CNT
                   MOVE 'NEW'       TO RPT-NEW-RESULT
               WHEN 'R'
                   ADD 1 TO WS-REOPENED-CNT
                   MOVE 'REOPENED'  TO RPT-NEW-RESULT
               WHEN 'O'
                   ADD 1 TO WS-CARRIED-CNT
               WHEN 'F'
                   ADD 1 TO WS-CONFIRMED-CNT
               WHEN 'S'
                   ADD 1 TO WS-CLEARED-CNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF RPT-NEW-RESULT NOT = SPACES
               MOVE WS-CUR-POLICY      TO RPT-NEW-POLICY
               MOVE WS-POLICY-SCORE    TO RPT-NEW-SCORE
               MOVE WS-PATTERN         TO RPT-NEW-PATTERN
               MOVE WS-LAST-EVENT-DATE TO RPT-NEW-LAST-EVENT
               WRITE FRAUD-ALERT-REPORT-REC FROM RPT-NEW-ALERT-LINE
           END-IF.

       4000-ALERT-LIST-PARA.
           MOVE 'OPEN ALERTS BY SCORE - REFUNDS HELD UNTIL CLEARED'
                                      TO RPT-SEC-TITLE
           WRITE FRAUD-ALERT-REPORT-REC FROM RPT-SECTION-LINE
           WRITE FRAUD-ALERT-REPORT-REC FROM RPT-ALERT-HEAD-LINE
           MOVE 'NO' TO WS-EOF-SW
           MOVE 'LISTOPEN' TO WS-FR-OPERATION-TYPE
           CALL 'FRDDRVR1' USING FRDDRVR1-AREA
           PERFORM 4050-FETCH-ALERT-PARA
           PERFORM 4100-LIST-ALERT UNTIL END-OF-EVENTS
           MOVE 'LISTCLOSE' TO WS-FR-OPERATION-TYPE
           CALL 'FRDDRVR1' USING FRDDRVR1-AREA.

       4050-FETCH-ALERT-PARA.
           MOVE 'LISTFETCH' TO WS-FR-OPERATION-TYPE
           CALL 'FRDDRVR1' USING FRDDRVR1-AREA
           IF WS-FR-SQLCODE NOT = 0
               MOVE 'YES' TO WS-EOF-SW
           END-IF.

       4100-LIST-ALERT.
           ADD 1 TO WS-LIST-CNT
           ADD WS-FR-OUT-REFUND-PENDING  TO WS-HELD-TOTAL
           MOVE WS-FR-OUT-POLICY-NUMBER  TO RPT-ALT-POLICY
           MOVE WS-FR-OUT-SCORE          TO RPT-ALT-SCORE
           MOVE SPACES                   TO RPT-ALT-HOLDER
           STRING WS-FR-OUT-HOLDER-FNAME DELIMITED BY '  '
                  ' '                    DELIMITED BY SIZE
                  WS-FR-OUT-HOLDER-LNAME DELIMITED BY '  '
             INTO RPT-ALT-HOLDER
           END-STRING
           MOVE WS-FR-OUT-AGENT-CODE     TO RPT-ALT-AGENT
           MOVE WS-FR-OUT-PATTERN        TO RPT-ALT-PATTERN
           MOVE WS-FR-OUT-FIRST-ALERT-DATE TO RPT-ALT-ALERTED
           MOVE WS-FR-OUT-REFUND-PENDING TO RPT-ALT-HELD
           WRITE FRAUD-ALERT-REPORT-REC FROM RPT-ALERT-LINE
           PERFORM 4050-FETCH-ALERT-PARA.

       9000-FINALIZE-PARA.
           MOVE 'EVENTS IN WINDOW'                 TO RPT-TOT-LABEL
           MOVE WS-EVENT-CNT                       TO RPT-TOT-CNT
           WRITE FRAUD-ALERT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'POLICIES WITH EVENTS'             TO RPT-TOT-LABEL
           MOVE WS-POLICY-CNT                      TO RPT-TOT-CNT
           WRITE FRAUD-ALERT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'CONTACT CHANGE AND MONEY MOVED'   TO RPT-TOT-LABEL
           MOVE WS-CORRELATED-CNT                  TO RPT-TOT-CNT
           WRITE FRAUD-ALERT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'SCORED AT OR OVER THRESHOLD'      TO RPT-TOT-LABEL
           MOVE WS-SCORED-CNT                      TO RPT-TOT-CNT
           WRITE FRAUD-ALERT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NEW ALERTS'                     TO RPT-TOT-LABEL
           MOVE WS-NEW-CNT                         TO RPT-TOT-CNT
           WRITE FRAUD-ALERT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  REOPENED AFTER CLEARANCE'       TO RPT-TOT-LABEL
           MOVE WS-REOPENED-CNT                    TO RPT-TOT-CNT
           WRITE FRAUD-ALERT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  STILL UNDER INVESTIGATION'      TO RPT-TOT-LABEL
           MOVE WS-CARRIED-CNT                     TO RPT-TOT-CNT
           WRITE FRAUD-ALERT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  ALREADY CONFIRMED FRAUD'        TO RPT-TOT-LABEL
           MOVE WS-CONFIRMED-CNT                   TO RPT-TOT-CNT
           WRITE FRAUD-ALERT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  CLEARED - NO NEW ACTIVITY'      TO RPT-TOT-LABEL
           MOVE WS-CLEARED-CNT                     TO RPT-TOT-CNT
           WRITE FRAUD-ALERT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'OPEN ALERTS LISTED'               TO RPT-TOT-LABEL
           MOVE WS-LIST-CNT                        TO RPT-TOT-CNT
           WRITE FRAUD-ALERT-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'REFUNDS HELD ON OPEN ALERTS'      TO RPT-AMT-LABEL
           MOVE WS-HELD-TOTAL                      TO RPT-AMT-VALUE
           WRITE FRAUD-ALERT-REPORT-REC FROM RPT-AMOUNT-LINE

           CLOSE FRAUD-ALERT-REPORT

      *    A NEW OR REOPENED ALERT IS A WARNING - THE SIU HAS WORK.
           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'FRDSCAN1'      TO OPS-JOB-NAME
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
               IF WS-NEW-CNT > 0 OR WS-REOPENED-CNT > 0
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
           DISPLAY 'FRDSCAN1: EVENTS: ' WS-EVENT-CNT
                   '  NEW ALERTS: ' WS-NEW-CNT
                   '  REOPENED: ' WS-REOPENED-CNT
                   '  OPEN: ' WS-LIST-CNT.

       END PROGRAM FRDSCAN1.
