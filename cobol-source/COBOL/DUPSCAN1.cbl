       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPSCAN1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPLICATE-POLICY-REPORT ASSIGN TO 'DUPSCNRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    WEEKLY DUPLICATE/OVERLAPPING POLICY WORKLIST. EVERY PAIR OF
      *    IN-FORCE POLICIES OF THE SAME TYPE WITH OVERLAPPING TERMS
      *    HELD BY ONE CUSTOMER OR WITHIN ONE HOUSEHOLD (CUSTMST1'S
      *    TCUSTMST IDS) IS RECORDED ON TDUPPAIR; THE PAIRS STILL OPEN
      *    ARE LISTED BY HOUSEHOLD WITH BOTH AGENTS AND THE PREMIUM AT
      *    STAKE (THE SMALLER OF THE TWO - WHAT IS BILLED TWICE AND
      *    REFUNDED WHEN ONE IS CANCELLED). THE REVIEWER KEYS EACH
      *    PAIR LEGITIMATE OR CANCEL-ONE THROUGH DUPMNT1, AND A
      *    DECIDED PAIR IS NOT LISTED AGAIN.
       FD  DUPLICATE-POLICY-REPORT.
       01  DUPLICATE-POLICY-REPORT-REC   PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-EOF-SW                     PIC X(3) VALUE 'NO'.
           88  END-OF-PAIRS              VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

       01  WS-OVERLAP-CNT                PIC 9(7) VALUE 0.
       01  WS-NEW-CNT                    PIC 9(7) VALUE 0.
       01  WS-CARRIED-CNT                PIC 9(7) VALUE 0.
       01  WS-LEGIT-CNT                  PIC 9(7) VALUE 0.
       01  WS-CANCEL-CNT                 PIC 9(7) VALUE 0.
       01  WS-RESOLVED-CNT               PIC 9(7) VALUE 0.
       01  WS-WORKLIST-CNT               PIC 9(7) VALUE 0.
       01  WS-HOUSEHOLD-CNT              PIC 9(7) VALUE 0.
       01  WS-AT-STAKE                   PIC S9(5)V99 VALUE 0.
       01  WS-AT-STAKE-TOTAL             PIC 9(9)V99 VALUE 0.
       01  WS-CUR-HOUSEHOLD              PIC S9(9) COMP VALUE 0.
       01  WS-FIRST-HOUSEHOLD-SW         PIC X(3) VALUE 'YES'.
           88  FIRST-HOUSEHOLD           VALUE 'YES'.

       01  DUPDRVR1-AREA.
           10  WS-DP-OPERATION-TYPE        PIC X(10).
           10  WS-DP-PROCESS-DATE          PIC X(10).
           10  WS-DP-POLICY-A              PIC X(10).
           10  WS-DP-POLICY-B              PIC X(10).
           10  WS-DP-CUSTOMER-ID           PIC S9(9) COMP.
           10  WS-DP-HOUSEHOLD-ID          PIC S9(9) COMP.
           10  WS-DP-MATCH-LEVEL           PIC X(1).
           10  WS-DP-POLICY-TYPE           PIC X(50).
           10  WS-DP-DECISION              PIC X(1).
           10  WS-DP-USER-ID               PIC X(8).
           10  WS-DP-DECISION-NOTE         PIC X(60).
           10  WS-DP-SQLCODE               PIC S9(9) COMP.
           10  WS-DP-PAIR-RESULT           PIC X(1).
           10  WS-DP-ROW-CNT               PIC S9(9) COMP.
           10  WS-DP-OUT-POLICY-A          PIC X(10).
           10  WS-DP-OUT-POLICY-B          PIC X(10).
           10  WS-DP-OUT-CUSTOMER-ID       PIC S9(9) COMP.
           10  WS-DP-OUT-HOUSEHOLD-ID      PIC S9(9) COMP.
           10  WS-DP-OUT-MATCH-LEVEL       PIC X(1).
           10  WS-DP-OUT-POLICY-TYPE       PIC X(50).
           10  WS-DP-OUT-STATUS            PIC X(1).
           10  WS-DP-OUT-FIRST-FOUND-DATE  PIC X(10).
           10  WS-DP-OUT-DECISION-USER     PIC X(8).
           10  WS-DP-OUT-DECISION-DATE     PIC X(10).
           10  WS-DP-OUT-DECISION-NOTE     PIC X(60).
           10  WS-DP-OUT-A-HOLDER-FNAME    PIC X(35).
           10  WS-DP-OUT-A-HOLDER-LNAME    PIC X(35).
           10  WS-DP-OUT-A-AGENT-CODE      PIC X(10).
           10  WS-DP-OUT-A-PREMIUM         PIC S9(5)V9(2) COMP-3.
           10  WS-DP-OUT-A-START-DATE      PIC X(10).
           10  WS-DP-OUT-A-EXPIRY-DATE     PIC X(10).
           10  WS-DP-OUT-B-HOLDER-FNAME    PIC X(35).
           10  WS-DP-OUT-B-HOLDER-LNAME    PIC X(35).
           10  WS-DP-OUT-B-AGENT-CODE      PIC X(10).
           10  WS-DP-OUT-B-PREMIUM         PIC S9(5)V9(2) COMP-3.
           10  WS-DP-OUT-B-START-DATE      PIC X(10).
           10  WS-DP-OUT-B-EXPIRY-DATE     PIC X(10).

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(46)
               VALUE 'DUPLICATE/OVERLAPPING POLICY REVIEW WORKLIST -'.
           05  FILLER                    PIC X(9)  VALUE ' WEEK OF '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(67) VALUE SPACES.

       01  RPT-HOUSEHOLD-LINE.
           05  FILLER                    PIC X(11) VALUE 'HOUSEHOLD: '.
           05  RPT-HH-ID                 PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(112) VALUE SPACES.

       01  RPT-PAIR-LINE.
           05  FILLER                    PIC X(3)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'PAIR: '.
           05  RPT-PR-LEVEL              PIC X(14).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'CUSTOMER: '.
           05  RPT-PR-CUSTOMER           PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'TYPE: '.
           05  RPT-PR-TYPE               PIC X(20).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'FOUND: '.
           05  RPT-PR-FOUND              PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'AT STAKE: '.
           05  RPT-PR-AT-STAKE           PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(20) VALUE SPACES.

       01  RPT-POLICY-LINE.
           05  FILLER                    PIC X(6)  VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE 'POLICY: '.
           05  RPT-PL-POLICY             PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  RPT-PL-HOLDER             PIC X(30).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(7)  VALUE 'AGENT: '.
           05  RPT-PL-AGENT              PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(6)  VALUE 'TERM: '.
           05  RPT-PL-START              PIC X(10).
           05  FILLER                    PIC X(1)  VALUE '-'.
           05  RPT-PL-EXPIRY             PIC X(10).
           05  FILLER                    PIC X(2)  VALUE SPACES.
           05  FILLER                    PIC X(9)  VALUE 'PREMIUM: '.
           05  RPT-PL-PREMIUM            PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(8)  VALUE SPACES.

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
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-PAIRS
           PERFORM 3000-RESOLVE-PARA
           PERFORM 4000-WORKLIST-PARA
           PERFORM 9000-FINALIZE-PARA
           STOP RUN.

       0000-INITIALIZE-PARA.
           MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH
           MOVE FUNCTION CURRENT-DATE (7:2) TO WS-DAY
           MOVE '/'                         TO WS-CUR-FILLER1
                                               WS-CUR-FILLER2
           ACCEPT WS-START-TIME FROM TIME

           OPEN OUTPUT DUPLICATE-POLICY-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DUPSCNRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE TO RPT-HDR-DATE
           WRITE DUPLICATE-POLICY-REPORT-REC FROM RPT-HEADER-LINE

           MOVE 'SCANOPEN'      TO WS-DP-OPERATION-TYPE
           CALL 'DUPDRVR1' USING DUPDRVR1-AREA
           PERFORM 2050-FETCH-OVERLAP-PARA.

      *    EVERY OVERLAPPING PAIR IS RECORDED (OR RE-FOUND) ON
      *    TDUPPAIR; THE RESULT SAYS WHETHER IT IS NEW, STILL OPEN OR
      *    ALREADY DECIDED.
       2000-PROCESS-PARA.
           ADD 1 TO WS-OVERLAP-CNT
           MOVE 'PAIRADD'                TO WS-DP-OPERATION-TYPE
           MOVE WS-DP-OUT-POLICY-A       TO WS-DP-POLICY-A
           MOVE WS-DP-OUT-POLICY-B       TO WS-DP-POLICY-B
           MOVE WS-DP-OUT-CUSTOMER-ID    TO WS-DP-CUSTOMER-ID
           MOVE WS-DP-OUT-HOUSEHOLD-ID   TO WS-DP-HOUSEHOLD-ID
           MOVE WS-DP-OUT-MATCH-LEVEL    TO WS-DP-MATCH-LEVEL
           MOVE WS-DP-OUT-POLICY-TYPE    TO WS-DP-POLICY-TYPE
           CALL 'DUPDRVR1' USING DUPDRVR1-AREA
           EVALUATE WS-DP-PAIR-RESULT
               WHEN 'N'
                   ADD 1 TO WS-NEW-CNT
               WHEN 'O'
                   ADD 1 TO WS-CARRIED-CNT
               WHEN 'L'
                   ADD 1 TO WS-LEGIT-CNT
               WHEN 'X'
                   ADD 1 TO WS-CANCEL-CNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2050-FETCH-OVERLAP-PARA.

       2050-FETCH-OVERLAP-PARA.
           MOVE 'SCANFETCH' TO WS-DP-OPERATION-TYPE
           CALL 'DUPDRVR1' USING DUPDRVR1-AREA
           IF WS-DP-SQLCODE NOT = 0
               MOVE 'YES' TO WS-EOF-SW
               MOVE 'SCANCLOSE' TO WS-DP-OPERATION-TYPE
               CALL 'DUPDRVR1' USING DUPDRVR1-AREA
           END-IF.

       3000-RESOLVE-PARA.
           MOVE 'RESOLVE'       TO WS-DP-OPERATION-TYPE
           MOVE WS-CURRENT-DATE TO WS-DP-PROCESS-DATE
           CALL 'DUPDRVR1' USING DUPDRVR1-AREA
           IF WS-DP-SQLCODE = 0
               MOVE WS-DP-ROW-CNT TO WS-RESOLVED-CNT
           END-IF.

       4000-WORKLIST-PARA.
           MOVE 'NO' TO WS-EOF-SW
           MOVE 'WORKOPEN' TO WS-DP-OPERATION-TYPE
           CALL 'DUPDRVR1' USING DUPDRVR1-AREA
           PERFORM 4050-FETCH-WORKLIST-PARA
           PERFORM 4100-LIST-PAIR UNTIL END-OF-PAIRS
           MOVE 'WORKCLOSE' TO WS-DP-OPERATION-TYPE
           CALL 'DUPDRVR1' USING DUPDRVR1-AREA.

       4050-FETCH-WORKLIST-PARA.
           MOVE 'WORKFETCH' TO WS-DP-OPERATION-TYPE
           CALL 'DUPDRVR1' USING DUPDRVR1-AREA
           IF WS-DP-SQLCODE NOT = 0
               MOVE 'YES' TO WS-EOF-SW
           END-IF.

       4100-LIST-PAIR.
           IF FIRST-HOUSEHOLD
                   OR WS-DP-OUT-HOUSEHOLD-ID NOT = WS-CUR-HOUSEHOLD
               ADD 1 TO WS-HOUSEHOLD-CNT
               MOVE 'NO'                   TO WS-FIRST-HOUSEHOLD-SW
               MOVE WS-DP-OUT-HOUSEHOLD-ID TO WS-CUR-HOUSEHOLD
                                              RPT-HH-ID
               WRITE DUPLICATE-POLICY-REPORT-REC
                   FROM RPT-HOUSEHOLD-LINE
           END-IF

           ADD 1 TO WS-WORKLIST-CNT
           IF WS-DP-OUT-A-PREMIUM < WS-DP-OUT-B-PREMIUM
               MOVE WS-DP-OUT-A-PREMIUM TO WS-AT-STAKE
           ELSE
               MOVE WS-DP-OUT-B-PREMIUM TO WS-AT-STAKE
           END-IF
           ADD WS-AT-STAKE TO WS-AT-STAKE-TOTAL

           IF WS-DP-OUT-MATCH-LEVEL = 'C'
               MOVE 'SAME CUSTOMER'      TO RPT-PR-LEVEL
           ELSE
               MOVE 'SAME HOUSEHOLD'     TO RPT-PR-LEVEL
           END-IF
           MOVE WS-DP-OUT-CUSTOMER-ID    TO RPT-PR-CUSTOMER
           MOVE WS-DP-OUT-POLICY-TYPE    TO RPT-PR-TYPE
           MOVE WS-DP-OUT-FIRST-FOUND-DATE TO RPT-PR-FOUND
           MOVE WS-AT-STAKE              TO RPT-PR-AT-STAKE
           WRITE DUPLICATE-POLICY-REPORT-REC FROM RPT-PAIR-LINE

           MOVE WS-DP-OUT-POLICY-A       TO RPT-PL-POLICY
           MOVE SPACES                   TO RPT-PL-HOLDER
           STRING WS-DP-OUT-A-HOLDER-FNAME DELIMITED BY '  '
                  ' '                      DELIMITED BY SIZE
                  WS-DP-OUT-A-HOLDER-LNAME DELIMITED BY '  '
             INTO RPT-PL-HOLDER
           END-STRING
           MOVE WS-DP-OUT-A-AGENT-CODE   TO RPT-PL-AGENT
           MOVE WS-DP-OUT-A-START-DATE   TO RPT-PL-START
           MOVE WS-DP-OUT-A-EXPIRY-DATE  TO RPT-PL-EXPIRY
           MOVE WS-DP-OUT-A-PREMIUM      TO RPT-PL-PREMIUM
           WRITE DUPLICATE-POLICY-REPORT-REC FROM RPT-POLICY-LINE

           MOVE WS-DP-OUT-POLICY-B       TO RPT-PL-POLICY
           MOVE SPACES                   TO RPT-PL-HOLDER
           STRING WS-DP-OUT-B-HOLDER-FNAME DELIMITED BY '  '
                  ' '                      DELIMITED BY SIZE
                  WS-DP-OUT-B-HOLDER-LNAME DELIMITED BY '  '
             INTO RPT-PL-HOLDER
           END-STRING
           MOVE WS-DP-OUT-B-AGENT-CODE   TO RPT-PL-AGENT
           MOVE WS-DP-OUT-B-START-DATE   TO RPT-PL-START
           MOVE WS-DP-OUT-B-EXPIRY-DATE  TO RPT-PL-EXPIRY
           MOVE WS-DP-OUT-B-PREMIUM      TO RPT-PL-PREMIUM
           WRITE DUPLICATE-POLICY-REPORT-REC FROM RPT-POLICY-LINE

           PERFORM 4050-FETCH-WORKLIST-PARA.

       9000-FINALIZE-PARA.
           MOVE 'OVERLAPPING PAIRS FOUND THIS RUN'  TO RPT-TOT-LABEL
           MOVE WS-OVERLAP-CNT                     TO RPT-TOT-CNT
           WRITE DUPLICATE-POLICY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NEW FOR REVIEW'                 TO RPT-TOT-LABEL
           MOVE WS-NEW-CNT                         TO RPT-TOT-CNT
           WRITE DUPLICATE-POLICY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  STILL AWAITING REVIEW'          TO RPT-TOT-LABEL
           MOVE WS-CARRIED-CNT                     TO RPT-TOT-CNT
           WRITE DUPLICATE-POLICY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  CLEARED AS LEGITIMATE'          TO RPT-TOT-LABEL
           MOVE WS-LEGIT-CNT                       TO RPT-TOT-CNT
           WRITE DUPLICATE-POLICY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  CANCEL-ONE, BOTH STILL IN FORCE' TO RPT-TOT-LABEL
           MOVE WS-CANCEL-CNT                      TO RPT-TOT-CNT
           WRITE DUPLICATE-POLICY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'OPEN PAIRS NO LONGER OVERLAPPING'  TO RPT-TOT-LABEL
           MOVE WS-RESOLVED-CNT                    TO RPT-TOT-CNT
           WRITE DUPLICATE-POLICY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'HOUSEHOLDS ON WORKLIST'           TO RPT-TOT-LABEL
           MOVE WS-HOUSEHOLD-CNT                   TO RPT-TOT-CNT
           WRITE DUPLICATE-POLICY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'PAIRS ON WORKLIST'                TO RPT-TOT-LABEL
           MOVE WS-WORKLIST-CNT                    TO RPT-TOT-CNT
           WRITE DUPLICATE-POLICY-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'PREMIUM AT STAKE ON WORKLIST'     TO RPT-AMT-LABEL
           MOVE WS-AT-STAKE-TOTAL                  TO RPT-AMT-VALUE
           WRITE DUPLICATE-POLICY-REPORT-REC FROM RPT-AMOUNT-LINE

           CLOSE DUPLICATE-POLICY-REPORT

      *    NEW PAIRS ARE A WARNING - THE REVIEW DESK HAS WORK.
           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'DUPSCAN1'      TO OPS-JOB-NAME
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
               MOVE WS-OVERLAP-CNT  TO OPS-RECORD-CNT
               MOVE 0               TO OPS-ERROR-CNT
               IF WS-NEW-CNT > 0
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
           DISPLAY 'DUPSCAN1: PAIRS FOUND: ' WS-OVERLAP-CNT
                   '  NEW: ' WS-NEW-CNT
                   '  ON WORKLIST: ' WS-WORKLIST-CNT
                   '  RESOLVED: ' WS-RESOLVED-CNT.

       END PROGRAM DUPSCAN1.
