       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLMFNOL1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-INTAKE-FILE ASSIGN TO 'CLMFNOLI'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CLAIM-INTAKE-REPORT ASSIGN TO 'CLMFNORP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CLAIM-INTAKE-REJECT ASSIGN TO 'CLMFNORJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE CLAIMS DESK'S DAILY FEED. 'FNOL' IS THE FIRST NOTICE
      *    OF A NEW LOSS (AMOUNT = INITIAL RESERVE); THE OTHER
      *    TRANSACTIONS WORK AN EXISTING CLAIM:
      *      RESERVE - SET THE OUTSTANDING RESERVE TO THE AMOUNT
      *      PAYMENT - ADD THE AMOUNT TO PAID-TO-DATE AND TAKE IT
      *                DOWN OFF THE RESERVE (NEVER BELOW ZERO)
      *      CLOSE   - CLOSE THE CLAIM, RESERVE TO ZERO; CLOSED PAID
      *                IF ANYTHING WAS PAID, ELSE CLOSED WITHOUT
      *                PAYMENT. CFN-REPORT-DATE IS THE CLOSE DATE.
      *      REOPEN  - REOPEN A CLOSED CLAIM WITH AMOUNT AS RESERVE
      *    A BLANK REPORT DATE DEFAULTS TO THE RUN DATE.
       FD  CLAIM-INTAKE-FILE.
       01  CLAIM-INTAKE-REC.
           05  CFN-TRANS-TYPE            PIC X(8).
           05  CFN-CLAIM-NUMBER          PIC X(12).
           05  CFN-POLICY-NUMBER         PIC X(10).
           05  CFN-LOSS-DATE             PIC X(10).
           05  CFN-REPORT-DATE           PIC X(10).
           05  CFN-CAUSE                 PIC X(10).
           05  CFN-AMOUNT                PIC 9(9)V99.
           05  FILLER                    PIC X(29).

       FD  CLAIM-INTAKE-REPORT.
       01  CLAIM-INTAKE-REPORT-REC       PIC X(132).

      *    REJECTED TRANSACTIONS, WRITTEN BACK OUT IN THE EXACT INPUT
      *    LAYOUT SO A CORRECTED FILE CAN BE RESUBMITTED AS-IS.
       FD  CLAIM-INTAKE-REJECT.
       01  CLAIM-INTAKE-REJECT-REC       PIC X(100).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-INTAKE             VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-READ-CNT                   PIC 9(7) VALUE 0.
       01  WS-ACCEPTED-CNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-CNT               PIC 9(7) VALUE 0.
       01  WS-FNOL-CNT                   PIC 9(7) VALUE 0.
       01  WS-NOT-IN-FORCE-CNT           PIC 9(7) VALUE 0.
       01  WS-FIELD-ERR-CNT              PIC 9(2) VALUE 0.

       01  WS-REPORT-DATE                PIC X(10).
       01  WS-REPORT-DATE-OK-SW          PIC X(3).
           88  REPORT-DATE-OK            VALUE 'YES'.
       01  WS-NEW-RESERVE                PIC S9(9)V99 COMP-3.
       01  WS-NEW-PAID                   PIC S9(9)V99 COMP-3.

       01  WS-VAL-DATE                   PIC X(10).
       01  WS-VAL-DATE-OK-SW             PIC X(3) VALUE 'YES'.
           88  VAL-DATE-OK               VALUE 'YES'.
       01  WS-VAL-MM                     PIC 9(2).
       01  WS-VAL-DD                     PIC 9(2).
       01  WS-VAL-YYYY                   PIC 9(4).
       01  WS-VAL-MAX-DD                 PIC 9(2).
       01  WS-VAL-LEAP-QUOT              PIC 9(4).
       01  WS-VAL-LEAP-REM               PIC 9(4).

       01  WS-CMP-LOSS-YMD.
           05  WS-CMP-LOSS-YYYY          PIC 9(4).
           05  WS-CMP-LOSS-MM            PIC 9(2).
           05  WS-CMP-LOSS-DD            PIC 9(2).
       01  WS-CMP-REPORT-YMD.
           05  WS-CMP-RPT-YYYY           PIC 9(4).
           05  WS-CMP-RPT-MM             PIC 9(2).
           05  WS-CMP-RPT-DD             PIC 9(2).
       01  WS-CMP-CURRENT-YMD.
           05  WS-CMP-CUR-YYYY           PIC 9(4).
           05  WS-CMP-CUR-MM             PIC 9(2).
           05  WS-CMP-CUR-DD             PIC 9(2).

       01  CLMDRVR1-AREA.
           10  WS-CL-OPERATION-TYPE        PIC X(10).
           10  WS-CL-CLAIM-NUMBER          PIC X(12).
           10  WS-CL-POLICY-NUMBER         PIC X(10).
           10  WS-CL-LOSS-DATE             PIC X(10).
           10  WS-CL-REPORT-DATE           PIC X(10).
           10  WS-CL-CAUSE                 PIC X(10).
           10  WS-CL-RESERVE-AMOUNT        PIC S9(9)V9(2) COMP-3.
           10  WS-CL-PAID-AMOUNT           PIC S9(9)V9(2) COMP-3.
           10  WS-CL-STATUS                PIC X(1).
           10  WS-CL-CLOSE-DATE            PIC X(10).
           10  WS-CL-TERM-START-DATE       PIC X(10).
           10  WS-CL-TERM-EXPIRY-DATE      PIC X(10).
           10  WS-CL-PERIOD-START          PIC X(10).
           10  WS-CL-PERIOD-END            PIC X(10).
           10  WS-CL-SQLCODE               PIC S9(9) COMP.
           10  WS-CL-IN-FORCE-SW           PIC X(1).
               88  CL-LOSS-IN-FORCE        VALUE 'Y'.
           10  WS-CL-NOT-IN-FORCE-REASON   PIC X(30).
           10  WS-CL-OUT-TERM-START        PIC X(10).
           10  WS-CL-OUT-TERM-EXPIRY       PIC X(10).
           10  WS-CL-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-CL-OUT-RESERVE           PIC S9(9)V9(2) COMP-3.
           10  WS-CL-OUT-PAID              PIC S9(9)V9(2) COMP-3.
           10  WS-CL-OUT-STATUS            PIC X(1).
               88  CL-OUT-OPEN             VALUE 'O'.
           10  WS-CL-FLAG-SET-Y-CNT        PIC S9(9) COMP.
           10  WS-CL-FLAG-SET-N-CNT        PIC S9(9) COMP.
           10  WS-CL-REG-STATE             PIC X(2).
           10  WS-CL-REG-POLICY-TYPE       PIC X(50).
           10  WS-CL-REG-CLAIM-NUMBER      PIC X(12).
           10  WS-CL-REG-POLICY-NUMBER     PIC X(10).
           10  WS-CL-REG-LOSS-DATE         PIC X(10).
           10  WS-CL-REG-REPORT-DATE       PIC X(10).
           10  WS-CL-REG-CAUSE             PIC X(10).
           10  WS-CL-REG-RESERVE           PIC S9(9)V9(2) COMP-3.
           10  WS-CL-REG-PAID              PIC S9(9)V9(2) COMP-3.
           10  WS-CL-REG-STATUS            PIC X(1).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(42)
               VALUE 'CLAIMS FIRST-NOTICE-OF-LOSS INTAKE -      '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(80) VALUE SPACES.

       01  RPT-FIELD-ERR-LINE.
           05  FILLER                    PIC X(8)  VALUE '  FIELD:'.
           05  RPT-FLD-NAME              PIC X(12).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-FLD-REASON            PIC X(40).
           05  FILLER                    PIC X(70) VALUE SPACES.

       01  RPT-RESULT-LINE.
           05  FILLER                    PIC X(6)  VALUE 'TRANS:'.
           05  RPT-RES-TRANS-TYPE        PIC X(8).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'CLAIM: '.
           05  RPT-RES-CLAIM-NUMBER      PIC X(12).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-RES-POLICY-NUMBER     PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'LOSS: '.
           05  RPT-RES-LOSS-DATE         PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'RESULT: '.
           05  RPT-RES-RESULT            PIC X(45).
           05  FILLER                    PIC X(4)  VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-INTAKE
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME
           MOVE WS-YEAR  TO WS-CMP-CUR-YYYY
           MOVE WS-MONTH TO WS-CMP-CUR-MM
           MOVE WS-DAY   TO WS-CMP-CUR-DD

           OPEN INPUT  CLAIM-INTAKE-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLAIM-INTAKE-FILE: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT CLAIM-INTAKE-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLAIM-INTAKE-REPORT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           OPEN OUTPUT CLAIM-INTAKE-REJECT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CLAIM-INTAKE-REJECT: '
                                        WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE CLAIM-INTAKE-REPORT-REC FROM RPT-HEADER-LINE

           PERFORM 2050-READ-INTAKE-PARA.

       2000-PROCESS-PARA.
           ADD 1 TO WS-READ-CNT
           MOVE CFN-TRANS-TYPE    TO RPT-RES-TRANS-TYPE
           MOVE CFN-CLAIM-NUMBER  TO RPT-RES-CLAIM-NUMBER
           MOVE CFN-POLICY-NUMBER TO RPT-RES-POLICY-NUMBER
           MOVE CFN-LOSS-DATE     TO RPT-RES-LOSS-DATE
           IF CFN-REPORT-DATE = SPACES
               MOVE WS-CURRENT-DATE TO WS-REPORT-DATE
           ELSE
               MOVE CFN-REPORT-DATE TO WS-REPORT-DATE
           END-IF

           PERFORM 2100-VALIDATE-TRANSACTION
           IF WS-FIELD-ERR-CNT > 0
               MOVE 'REJECTED - FIELD VALIDATION (SEE ABOVE)'
                                     TO RPT-RES-RESULT
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
               IF CFN-TRANS-TYPE = 'FNOL'
                   PERFORM 2500-APPLY-FNOL
               ELSE
                   PERFORM 2600-APPLY-CLAIM-CHANGE
               END-IF
           END-IF
           WRITE CLAIM-INTAKE-REPORT-REC FROM RPT-RESULT-LINE

           PERFORM 2050-READ-INTAKE-PARA.

       2050-READ-INTAKE-PARA.
           READ CLAIM-INTAKE-FILE
               AT END
                   MOVE 'YES' TO WS-EOF-SW
           END-READ.

       2100-VALIDATE-TRANSACTION.
           MOVE 0 TO WS-FIELD-ERR-CNT
           IF CFN-TRANS-TYPE NOT = 'FNOL' AND 'RESERVE' AND 'PAYMENT'
                              AND 'CLOSE' AND 'REOPEN'
               MOVE 'TRANS-TYPE'  TO RPT-FLD-NAME
               MOVE 'NOT FNOL/RESERVE/PAYMENT/CLOSE/REOPEN'
                                  TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF CFN-CLAIM-NUMBER = SPACES
               MOVE 'CLAIM-NUMBER' TO RPT-FLD-NAME
               MOVE 'MISSING'      TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF CFN-AMOUNT NOT NUMERIC
               MOVE 'AMOUNT'      TO RPT-FLD-NAME
               MOVE 'NOT NUMERIC' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           MOVE WS-REPORT-DATE TO WS-VAL-DATE
           PERFORM 2150-VALIDATE-DATE
           MOVE WS-VAL-DATE-OK-SW TO WS-REPORT-DATE-OK-SW
           IF NOT REPORT-DATE-OK
               MOVE 'REPORT-DATE' TO RPT-FLD-NAME
               MOVE 'NOT A VALID MM/DD/YYYY DATE' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           ELSE
               MOVE WS-REPORT-DATE (7:4) TO WS-CMP-RPT-YYYY
               MOVE WS-REPORT-DATE (1:2) TO WS-CMP-RPT-MM
               MOVE WS-REPORT-DATE (4:2) TO WS-CMP-RPT-DD
               IF WS-CMP-REPORT-YMD > WS-CMP-CURRENT-YMD
                   MOVE 'REPORT-DATE' TO RPT-FLD-NAME
                   MOVE 'IN THE FUTURE' TO RPT-FLD-REASON
                   PERFORM 2190-WRITE-FIELD-ERROR
               END-IF
           END-IF
           IF CFN-TRANS-TYPE = 'FNOL'
               PERFORM 2120-VALIDATE-FNOL-FIELDS
           END-IF.

       2120-VALIDATE-FNOL-FIELDS.
           IF CFN-POLICY-NUMBER = SPACES
               MOVE 'POLICY-NO'   TO RPT-FLD-NAME
               MOVE 'MISSING'     TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           IF CFN-CAUSE = SPACES
               MOVE 'CAUSE'       TO RPT-FLD-NAME
               MOVE 'CAUSE OF LOSS MISSING' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           END-IF
           MOVE CFN-LOSS-DATE TO WS-VAL-DATE
           PERFORM 2150-VALIDATE-DATE
           IF NOT VAL-DATE-OK
               MOVE 'LOSS-DATE'   TO RPT-FLD-NAME
               MOVE 'NOT A VALID MM/DD/YYYY DATE' TO RPT-FLD-REASON
               PERFORM 2190-WRITE-FIELD-ERROR
           ELSE
               MOVE CFN-LOSS-DATE (7:4) TO WS-CMP-LOSS-YYYY
               MOVE CFN-LOSS-DATE (1:2) TO WS-CMP-LOSS-MM
               MOVE CFN-LOSS-DATE (4:2) TO WS-CMP-LOSS-DD
               IF WS-CMP-LOSS-YMD > WS-CMP-CURRENT-YMD
                   MOVE 'LOSS-DATE'   TO RPT-FLD-NAME
                   MOVE 'IN THE FUTURE' TO RPT-FLD-REASON
                   PERFORM 2190-WRITE-FIELD-ERROR
               ELSE
                   IF REPORT-DATE-OK
                           AND WS-CMP-LOSS-YMD > WS-CMP-REPORT-YMD
                       MOVE 'LOSS-DATE'   TO RPT-FLD-NAME
                       MOVE 'AFTER THE REPORT DATE' TO RPT-FLD-REASON
                       PERFORM 2190-WRITE-FIELD-ERROR
                   END-IF
               END-IF
           END-IF.

      *    FULL CALENDAR CHECK OF AN MM/DD/YYYY DATE (AS AGTMNT1).
       2150-VALIDATE-DATE.
           MOVE 'YES' TO WS-VAL-DATE-OK-SW
           IF WS-VAL-DATE (1:2) NOT NUMERIC
                   OR WS-VAL-DATE (4:2) NOT NUMERIC
                   OR WS-VAL-DATE (7:4) NOT NUMERIC
                   OR WS-VAL-DATE (3:1) NOT = '/'
                   OR WS-VAL-DATE (6:1) NOT = '/'
               MOVE 'NO' TO WS-VAL-DATE-OK-SW
           ELSE
               MOVE WS-VAL-DATE (1:2) TO WS-VAL-MM
               MOVE WS-VAL-DATE (4:2) TO WS-VAL-DD
               MOVE WS-VAL-DATE (7:4) TO WS-VAL-YYYY
               EVALUATE WS-VAL-MM
                   WHEN 01 WHEN 03 WHEN 05 WHEN 07
                   WHEN 08 WHEN 10 WHEN 12
                       MOVE 31 TO WS-VAL-MAX-DD
                   WHEN 04 WHEN 06 WHEN 09 WHEN 11
                       MOVE 30 TO WS-VAL-MAX-DD
                   WHEN 02
                       MOVE 28 TO WS-VAL-MAX-DD
                       DIVIDE WS-VAL-YYYY BY 4
                           GIVING WS-VAL-LEAP-QUOT
                           REMAINDER WS-VAL-LEAP-REM
                       IF WS-VAL-LEAP-REM = 0
                           DIVIDE WS-VAL-YYYY BY 100
                               GIVING WS-VAL-LEAP-QUOT
                               REMAINDER WS-VAL-LEAP-REM
                           IF WS-VAL-LEAP-REM NOT = 0
                               MOVE 29 TO WS-VAL-MAX-DD
                           ELSE
                               DIVIDE WS-VAL-YYYY BY 400
                                   GIVING WS-VAL-LEAP-QUOT
                                   REMAINDER WS-VAL-LEAP-REM
                               IF WS-VAL-LEAP-REM = 0
                                   MOVE 29 TO WS-VAL-MAX-DD
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 0 TO WS-VAL-MAX-DD
               END-EVALUATE
               IF WS-VAL-MM < 1 OR WS-VAL-MM > 12
                       OR WS-VAL-DD < 1
                       OR WS-VAL-DD > WS-VAL-MAX-DD
                       OR WS-VAL-YYYY < 1900
                   MOVE 'NO' TO WS-VAL-DATE-OK-SW
               END-IF
           END-IF.

       2190-WRITE-FIELD-ERROR.
           ADD 1 TO WS-FIELD-ERR-CNT
           WRITE CLAIM-INTAKE-REPORT-REC FROM RPT-FIELD-ERR-LINE.

      *    A NEW LOSS IS ONLY TAKEN ON WHEN THE LOSS DATE FALLS INSIDE
      *    A TERM THE POLICY HAD IN FORCE; THE TERM FOUND IS KEPT ON
      *    THE CLAIM.
       2500-APPLY-FNOL.
           MOVE 'TERMCHK'          TO WS-CL-OPERATION-TYPE
           MOVE CFN-POLICY-NUMBER  TO WS-CL-POLICY-NUMBER
           MOVE CFN-LOSS-DATE      TO WS-CL-LOSS-DATE
           CALL 'CLMDRVR1' USING CLMDRVR1-AREA
           IF WS-CL-SQLCODE = 100
               MOVE 'REJECTED - POLICY NOT ON FILE' TO RPT-RES-RESULT
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
           IF NOT CL-LOSS-IN-FORCE
               ADD 1 TO WS-NOT-IN-FORCE-CNT
               MOVE SPACES TO RPT-RES-RESULT
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      WS-CL-NOT-IN-FORCE-REASON DELIMITED BY SIZE
                 INTO RPT-RES-RESULT
               END-STRING
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
               MOVE 'ADD'                 TO WS-CL-OPERATION-TYPE
               MOVE CFN-CLAIM-NUMBER      TO WS-CL-CLAIM-NUMBER
               MOVE WS-REPORT-DATE        TO WS-CL-REPORT-DATE
               MOVE CFN-CAUSE             TO WS-CL-CAUSE
               MOVE CFN-AMOUNT            TO WS-CL-RESERVE-AMOUNT
               MOVE WS-CL-OUT-TERM-START  TO WS-CL-TERM-START-DATE
               MOVE WS-CL-OUT-TERM-EXPIRY TO WS-CL-TERM-EXPIRY-DATE
               CALL 'CLMDRVR1' USING CLMDRVR1-AREA
               IF WS-CL-SQLCODE = -803
                   MOVE 'REJECTED - CLAIM NUMBER ALREADY ON FILE'
                                         TO RPT-RES-RESULT
                   PERFORM 2900-REJECT-TRANSACTION
               ELSE
                   ADD 1 TO WS-ACCEPTED-CNT
                   ADD 1 TO WS-FNOL-CNT
                   MOVE SPACES TO RPT-RES-RESULT
                   STRING 'OPENED - TERM ' DELIMITED BY SIZE
                          WS-CL-OUT-TERM-START DELIMITED BY SIZE
                          ' TO ' DELIMITED BY SIZE
                          WS-CL-OUT-TERM-EXPIRY DELIMITED BY SIZE
                     INTO RPT-RES-RESULT
                   END-STRING
               END-IF
           END-IF.

       2600-APPLY-CLAIM-CHANGE.
           MOVE 'GET'              TO WS-CL-OPERATION-TYPE
           MOVE CFN-CLAIM-NUMBER   TO WS-CL-CLAIM-NUMBER
           CALL 'CLMDRVR1' USING CLMDRVR1-AREA
           IF WS-CL-SQLCODE = 100
               MOVE 'REJECTED - CLAIM NOT ON FILE' TO RPT-RES-RESULT
               PERFORM 2900-REJECT-TRANSACTION
           ELSE
               MOVE WS-CL-OUT-POLICY-NUMBER TO RPT-RES-POLICY-NUMBER
               MOVE WS-CL-OUT-RESERVE       TO WS-NEW-RESERVE
               MOVE WS-CL-OUT-PAID          TO WS-NEW-PAID
               MOVE WS-CL-OUT-STATUS        TO WS-CL-STATUS
               MOVE SPACES                  TO WS-CL-CLOSE-DATE
                                               RPT-RES-RESULT
               EVALUATE CFN-TRANS-TYPE
                   WHEN 'RESERVE'
                       IF CL-OUT-OPEN
                           MOVE CFN-AMOUNT TO WS-NEW-RESERVE
                           MOVE 'RESERVE SET' TO RPT-RES-RESULT
                       END-IF
                   WHEN 'PAYMENT'
                       IF CL-OUT-OPEN
                           ADD CFN-AMOUNT TO WS-NEW-PAID
                           SUBTRACT CFN-AMOUNT FROM WS-NEW-RESERVE
                           IF WS-NEW-RESERVE < 0
                               MOVE 0 TO WS-NEW-RESERVE
                           END-IF
                           MOVE 'PAYMENT RECORDED' TO RPT-RES-RESULT
                       END-IF
                   WHEN 'CLOSE'
                       IF CL-OUT-OPEN
                           MOVE 0 TO WS-NEW-RESERVE
                           MOVE WS-REPORT-DATE TO WS-CL-CLOSE-DATE
                           IF WS-NEW-PAID > 0
                               MOVE 'C' TO WS-CL-STATUS
                               MOVE 'CLOSED - PAID' TO RPT-RES-RESULT
                           ELSE
                               MOVE 'D' TO WS-CL-STATUS
                               MOVE 'CLOSED - WITHOUT PAYMENT'
                                                 TO RPT-RES-RESULT
                           END-IF
                       END-IF
                   WHEN OTHER
                       IF NOT CL-OUT-OPEN
                           MOVE CFN-AMOUNT TO WS-NEW-RESERVE
                           MOVE 'O' TO WS-CL-STATUS
                           MOVE 'REOPENED' TO RPT-RES-RESULT
                       END-IF
               END-EVALUATE
               IF RPT-RES-RESULT = SPACES
                   IF CL-OUT-OPEN
                       MOVE 'REJECTED - CLAIM IS ALREADY OPEN'
                                         TO RPT-RES-RESULT
                   ELSE
                       MOVE 'REJECTED - CLAIM IS CLOSED'
                                         TO RPT-RES-RESULT
                   END-IF
                   PERFORM 2900-REJECT-TRANSACTION
               ELSE
                   MOVE 'UPDATE'       TO WS-CL-OPERATION-TYPE
                   MOVE WS-NEW-RESERVE TO WS-CL-RESERVE-AMOUNT
                   MOVE WS-NEW-PAID    TO WS-CL-PAID-AMOUNT
                   CALL 'CLMDRVR1' USING CLMDRVR1-AREA
                   ADD 1 TO WS-ACCEPTED-CNT
               END-IF
           END-IF.

       2900-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECTED-CNT
           WRITE CLAIM-INTAKE-REJECT-REC FROM CLAIM-INTAKE-REC.

      *    POLICY_CLAIMED IS RE-DERIVED FROM TCLAIM FOR THE WHOLE BOOK
      *    EVERY RUN, SO IT ALSO FOLLOWS POLICIES THAT HAVE RENEWED
      *    OUT OF A CLAIM TERM SINCE THE LAST RUN.
       9000-FINALIZE-PARA.
           MOVE 'FLAGSYNC' TO WS-CL-OPERATION-TYPE
           CALL 'CLMDRVR1' USING CLMDRVR1-AREA

           MOVE 'TRANSACTIONS READ'                TO RPT-TOT-LABEL
           MOVE WS-READ-CNT                        TO RPT-TOT-CNT
           WRITE CLAIM-INTAKE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'ACCEPTED'                         TO RPT-TOT-LABEL
           MOVE WS-ACCEPTED-CNT                    TO RPT-TOT-CNT
           WRITE CLAIM-INTAKE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NEW CLAIMS OPENED'              TO RPT-TOT-LABEL
           MOVE WS-FNOL-CNT                        TO RPT-TOT-CNT
           WRITE CLAIM-INTAKE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'REJECTED'                         TO RPT-TOT-LABEL
           MOVE WS-REJECTED-CNT                    TO RPT-TOT-CNT
           WRITE CLAIM-INTAKE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  LOSS OUTSIDE AN IN-FORCE TERM'  TO RPT-TOT-LABEL
           MOVE WS-NOT-IN-FORCE-CNT                TO RPT-TOT-CNT
           WRITE CLAIM-INTAKE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'POLICIES FLAGGED CLAIMED'         TO RPT-TOT-LABEL
           MOVE WS-CL-FLAG-SET-Y-CNT               TO RPT-TOT-CNT
           WRITE CLAIM-INTAKE-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'POLICIES CLAIMED FLAG CLEARED'    TO RPT-TOT-LABEL
           MOVE WS-CL-FLAG-SET-N-CNT               TO RPT-TOT-CNT
           WRITE CLAIM-INTAKE-REPORT-REC FROM RPT-TOTAL-LINE

           CLOSE CLAIM-INTAKE-FILE
           CLOSE CLAIM-INTAKE-REPORT
           CLOSE CLAIM-INTAKE-REJECT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'CLMFNOL1'      TO OPS-JOB-NAME
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
               MOVE WS-READ-CNT     TO OPS-RECORD-CNT
               MOVE WS-REJECTED-CNT TO OPS-ERROR-CNT
               IF WS-REJECTED-CNT > 0
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
           DISPLAY 'CLMFNOL1: READ: ' WS-READ-CNT
                   '  ACCEPTED: ' WS-ACCEPTED-CNT
                   '  REJECTED: ' WS-REJECTED-CNT.

       END PROGRAM CLMFNOL1.
