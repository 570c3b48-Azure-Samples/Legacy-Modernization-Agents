       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMFSCRN1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DMF-FILE ASSIGN TO 'DMFUPDIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DMF-MATCH-REPORT ASSIGN TO 'DMFSCNRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPS-STATUS-FILE ASSIGN TO 'OPSTATUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE MONTHLY DEATH MASTER FILE UPDATE IN THE SSA FIXED
      *    LAYOUT - ONE RECORD PER DECEDENT ADDED ('A'), CORRECTED
      *    ('C') OR WITHDRAWN ('D') SINCE THE LAST ISSUE. DATES ARE
      *    MMDDCCYY; SSA ZEROES THE MONTH OR DAY IT DOES NOT KNOW.
       FD  DMF-FILE.
       01  DMF-RECORD.
           05  DMF-CHANGE-TYPE           PIC X(1).
               88  DMF-ADD-REC           VALUE 'A' ' '.
               88  DMF-CHANGE-REC        VALUE 'C'.
               88  DMF-DELETE-REC        VALUE 'D'.
           05  DMF-SSN                   PIC X(9).
           05  DMF-LNAME                 PIC X(20).
           05  DMF-SUFFIX                PIC X(4).
           05  DMF-FNAME                 PIC X(15).
           05  DMF-MNAME                 PIC X(15).
           05  DMF-VERIFY-CODE           PIC X(1).
           05  DMF-DOD.
               10  DMF-DOD-MM            PIC X(2).
               10  DMF-DOD-DD            PIC X(2).
               10  DMF-DOD-CCYY          PIC X(4).
           05  DMF-DOB.
               10  DMF-DOB-MM            PIC X(2).
               10  DMF-DOB-DD            PIC X(2).
               10  DMF-DOB-CCYY          PIC X(4).
           05  DMF-STATE                 PIC X(2).
           05  DMF-ZIP-RESIDENCE         PIC X(5).
           05  DMF-ZIP-PAYMENT           PIC X(5).
           05  FILLER                    PIC X(7).

      *    MATCHES MADE THIS RUN, THEN THE WHOLE PENDING QUEUE FOR
      *    REVIEW THROUGH DMFMNT1.
       FD  DMF-MATCH-REPORT.
       01  DMF-MATCH-REPORT-REC          PIC X(132).

       FD  OPS-STATUS-FILE.
       01  OPS-STATUS-FILE-RECORD.
           COPY OPSTATUS.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS                PIC XX.
       01  WS-OPS-STATUS                 PIC XX.
       01  WS-DMF-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-DMF                VALUE 'YES'.
       01  WS-CAND-EOF-SW                PIC X(3) VALUE 'NO'.
           88  END-OF-CANDIDATES         VALUE 'YES'.
       01  WS-QUE-EOF-SW                 PIC X(3) VALUE 'NO'.
           88  END-OF-QUEUE              VALUE 'YES'.
       01  WS-FNAME-MATCH-SW             PIC X(3) VALUE 'NO'.
           88  FNAME-MATCH               VALUE 'YES'.
       01  WS-INITIAL-MATCH-SW           PIC X(3) VALUE 'NO'.
           88  INITIAL-MATCH             VALUE 'YES'.
       01  WS-ZIP-MATCH-SW               PIC X(3) VALUE 'NO'.
           88  ZIP-MATCH                 VALUE 'YES'.

       01  WS-CURRENT-DATE.
           05  WS-MONTH                  PIC 9(2).
           05  WS-CUR-FILLER1            PIC X(1).
           05  WS-DAY                    PIC 9(2).
           05  WS-CUR-FILLER2            PIC X(1).
           05  WS-YEAR                   PIC 9(4).

       01  WS-START-TIME                 PIC X(8).
       01  WS-END-TIME                   PIC X(8).

      *    OPTIONAL PARM CARD. COLUMN 1 'N' SENDS EVEN THE STRONGEST
      *    MATCH (FIRST NAME, LAST NAME, DATE OF BIRTH AND ZIP OF LAST
      *    RESIDENCE) TO THE REVIEW QUEUE INSTEAD OF CONFIRMING IT.
       01  WS-PARM-CARD.
           05  WS-PARM-AUTO-CONFIRM      PIC X(1).
           05  FILLER                    PIC X(79).
       01  WS-AUTO-CONFIRM-SW            PIC X(1) VALUE 'Y'.
           88  AUTO-CONFIRM              VALUE 'Y'.

       01  WS-DMF-CNT                    PIC 9(7) VALUE 0.
       01  WS-DELETE-CNT                 PIC 9(7) VALUE 0.
       01  WS-NODOB-CNT                  PIC 9(7) VALUE 0.
       01  WS-REJECT-CNT                 PIC 9(7) VALUE 0.
       01  WS-CANDIDATE-CNT              PIC 9(7) VALUE 0.
       01  WS-WEAK-CNT                   PIC 9(7) VALUE 0.
       01  WS-MATCH-CNT                  PIC 9(7) VALUE 0.
       01  WS-AUTO-CNT                   PIC 9(7) VALUE 0.
       01  WS-NEW-PEND-CNT               PIC 9(7) VALUE 0.
       01  WS-REOPEN-CNT                 PIC 9(7) VALUE 0.
       01  WS-EXISTING-CNT               PIC 9(7) VALUE 0.
       01  WS-KEPT-REJECT-CNT            PIC 9(7) VALUE 0.
       01  WS-WDRAW-CNT                  PIC 9(7) VALUE 0.
       01  WS-QUEUE-CNT                  PIC 9(7) VALUE 0.

      *    THE DECEDENT BEING MATCHED, DATES AS MM/DD/YYYY.
       01  WS-DMF-DOB                    PIC X(10).
       01  WS-DMF-DOD                    PIC X(10).
       01  WS-HOLDER-FNAME               PIC X(35).
       01  WS-NEW-STATUS                 PIC X(1).
       01  WS-MATCH-BASIS                PIC X(20).
       01  WS-SSN-MASK                   PIC X(11).
       01  WS-SSN-IN                     PIC X(9).

       01  DMFDRVR1-AREA.
           10  WS-DM-OPERATION-TYPE        PIC X(10).
           10  WS-DM-POLICY-NUMBER         PIC X(10).
           10  WS-DM-SSN                   PIC X(9).
           10  WS-DM-LNAME                 PIC X(20).
           10  WS-DM-FNAME                 PIC X(15).
           10  WS-DM-MNAME                 PIC X(15).
           10  WS-DM-DOD                   PIC X(10).
           10  WS-DM-DOB                   PIC X(10).
           10  WS-DM-ZIP                   PIC X(5).
           10  WS-DM-MATCH-BASIS           PIC X(20).
           10  WS-DM-DECISION              PIC X(1).
           10  WS-DM-USER-ID               PIC X(8).
           10  WS-DM-DECISION-NOTE         PIC X(60).
           10  WS-DM-SQLCODE               PIC S9(9) COMP.
           10  WS-DM-MATCH-RESULT          PIC X(1).
           10  WS-DM-WDRAW-CNT             PIC S9(9) COMP.
           10  WS-DM-OUT-POLICY-NUMBER     PIC X(10).
           10  WS-DM-OUT-SSN               PIC X(9).
           10  WS-DM-OUT-LNAME             PIC X(20).
           10  WS-DM-OUT-FNAME             PIC X(15).
           10  WS-DM-OUT-MNAME             PIC X(15).
           10  WS-DM-OUT-DOD               PIC X(10).
           10  WS-DM-OUT-DOB               PIC X(10).
           10  WS-DM-OUT-ZIP               PIC X(5).
           10  WS-DM-OUT-MATCH-BASIS       PIC X(20).
           10  WS-DM-OUT-STATUS            PIC X(1).
           10  WS-DM-OUT-FIRST-MATCH-DATE  PIC X(10).
           10  WS-DM-OUT-DECISION-USER     PIC X(8).
           10  WS-DM-OUT-DECISION-DATE     PIC X(10).
           10  WS-DM-OUT-DECISION-NOTE     PIC X(60).
           10  WS-DM-OUT-AGE-DAYS          PIC S9(9) COMP.
           10  WS-DM-OUT-POLICY-TYPE       PIC X(50).
           10  WS-DM-OUT-AGENT-CODE        PIC X(10).
           10  WS-DM-OUT-HOLDER-FNAME      PIC X(35).
           10  WS-DM-OUT-HOLDER-MNAME      PIC X(1).
           10  WS-DM-OUT-HOLDER-LNAME      PIC X(35).
           10  WS-DM-OUT-HOLDER-ZIP        PIC X(10).
           10  WS-DM-OUT-START-DATE        PIC X(10).
           10  WS-DM-OUT-EXPIRY-DATE       PIC X(10).
           10  WS-DM-OUT-COVERAGE-AMOUNT   PIC S9(8)V9(2) COMP-3.

       01  RPT-HEADER-LINE.
           05  FILLER                    PIC X(36)
               VALUE 'DEATH MASTER FILE SCREENING - DATE: '.
           05  RPT-HDR-DATE              PIC X(10).
           05  FILLER                    PIC X(17)
               VALUE '  AUTO-CONFIRM: '.
           05  RPT-HDR-AUTO              PIC X(1).
           05  FILLER                    PIC X(68) VALUE SPACES.

       01  RPT-SECTION-LINE.
           05  RPT-SEC-TITLE             PIC X(60).
           05  FILLER                    PIC X(72) VALUE SPACES.

       01  RPT-MATCH-HEADING.
           05  FILLER                    PIC X(11) VALUE 'POLICY'.
           05  FILLER                    PIC X(12) VALUE 'SSN'.
           05  FILLER                    PIC X(31) VALUE 'DMF NAME'.
           05  FILLER                    PIC X(11) VALUE 'BIRTH'.
           05  FILLER                    PIC X(11) VALUE 'DEATH'.
           05  FILLER                    PIC X(6)  VALUE 'ZIP'.
           05  FILLER                    PIC X(21) VALUE 'MATCHED ON'.
           05  FILLER                    PIC X(29) VALUE 'RESULT'.

       01  RPT-MATCH-LINE.
           05  RPT-MAT-POLICY            PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-MAT-SSN               PIC X(11).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-MAT-NAME              PIC X(30).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-MAT-DOB               PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-MAT-DOD               PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-MAT-ZIP               PIC X(5).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-MAT-BASIS             PIC X(20).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-MAT-RESULT            PIC X(29).

       01  RPT-QUEUE-HEADING.
           05  FILLER                    PIC X(6)  VALUE '  AGE '.
           05  FILLER                    PIC X(11) VALUE 'POLICY'.
           05  FILLER                    PIC X(12) VALUE 'SSN'.
           05  FILLER                    PIC X(26) VALUE 'DMF NAME'.
           05  FILLER                    PIC X(26)
               VALUE 'POLICY HOLDER'.
           05  FILLER                    PIC X(11) VALUE 'DEATH'.
           05  FILLER                    PIC X(21) VALUE 'MATCHED ON'.
           05  FILLER                    PIC X(19) VALUE 'FIRST MATCH'.

       01  RPT-QUEUE-LINE.
           05  RPT-QUE-AGE               PIC ZZZZ9.
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-QUE-POLICY            PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-QUE-SSN               PIC X(11).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-QUE-DMF-NAME          PIC X(25).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-QUE-HOLDER            PIC X(25).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-QUE-DOD               PIC X(10).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-QUE-BASIS             PIC X(20).
           05  FILLER                    PIC X(1)  VALUE SPACES.
           05  RPT-QUE-FIRST-MATCH       PIC X(10).
           05  FILLER                    PIC X(9)  VALUE SPACES.

       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL             PIC X(40).
           05  RPT-TOT-CNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-MAIN-PARA.
           PERFORM 0000-INITIALIZE-PARA
           PERFORM 2000-PROCESS-PARA UNTIL END-OF-DMF
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
           EVALUATE WS-PARM-AUTO-CONFIRM
               WHEN SPACE
               WHEN 'Y'
                   MOVE 'Y' TO WS-AUTO-CONFIRM-SW
               WHEN 'N'
                   MOVE 'N' TO WS-AUTO-CONFIRM-SW
               WHEN OTHER
                   DISPLAY 'DMFSCRN1: AUTO-CONFIRM ON SYSIN MUST BE '
                           'Y OR N: ' WS-PARM-AUTO-CONFIRM
                   CALL 'ABEND'
           END-EVALUATE

      *    AN EMPTY UPDATE IS A BROKEN TRANSFER, NOT A MONTH WITH NO
      *    DEATHS - THE RUN STOPS RATHER THAN REPORT A CLEAN BILL.
           OPEN INPUT DMF-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DMFUPDIN: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF
           PERFORM 2050-READ-DMF-PARA
           IF END-OF-DMF
               DISPLAY 'DMFSCRN1: DMFUPDIN IS EMPTY - SCREENING NOT '
                       'RUN'
               CALL 'ABEND'
           END-IF

           OPEN OUTPUT DMF-MATCH-REPORT
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DMFSCNRP: ' WS-FILE-STATUS
               CALL 'ABEND'
           END-IF

           MOVE WS-CURRENT-DATE    TO RPT-HDR-DATE
           MOVE WS-AUTO-CONFIRM-SW TO RPT-HDR-AUTO
           WRITE DMF-MATCH-REPORT-REC FROM RPT-HEADER-LINE
           MOVE 'DEATH MASTER FILE MATCHES THIS RUN' TO RPT-SEC-TITLE
           WRITE DMF-MATCH-REPORT-REC FROM RPT-SECTION-LINE
           WRITE DMF-MATCH-REPORT-REC FROM RPT-MATCH-HEADING.

       2000-PROCESS-PARA.
           ADD 1 TO WS-DMF-CNT
           EVALUATE TRUE
               WHEN DMF-SSN NOT NUMERIC
                   ADD 1 TO WS-REJECT-CNT
                   DISPLAY 'DMFSCRN1: SSN NOT NUMERIC - RECORD '
                           WS-DMF-CNT ' SKIPPED'
               WHEN DMF-DELETE-REC
                   PERFORM 2400-WITHDRAW-DECEDENT
               WHEN DMF-ADD-REC OR DMF-CHANGE-REC
                   PERFORM 2100-MATCH-DECEDENT
               WHEN OTHER
                   ADD 1 TO WS-REJECT-CNT
                   DISPLAY 'DMFSCRN1: UNKNOWN CHANGE TYPE '
                           DMF-CHANGE-TYPE ' - RECORD ' WS-DMF-CNT
                           ' SKIPPED'
           END-EVALUATE
           PERFORM 2050-READ-DMF-PARA.

       2050-READ-DMF-PARA.
           READ DMF-FILE
               AT END
                   MOVE 'YES' TO WS-DMF-EOF-SW
           END-READ.

      *    A DECEDENT WITHOUT A FULL DATE OF BIRTH CANNOT BE MATCHED
      *    SAFELY AND IS ONLY COUNTED. OTHERWISE EVERY ACTIVE HOLDER
      *    WITH THE SAME LAST NAME AND BIRTH DATE IS SCORED.
       2100-MATCH-DECEDENT.
           IF DMF-DOB NOT NUMERIC
                   OR DMF-DOB-MM < '01' OR DMF-DOB-MM > '12'
                   OR DMF-DOB-DD < '01' OR DMF-DOB-DD > '31'
                   OR DMF-LNAME = SPACES
               ADD 1 TO WS-NODOB-CNT
           ELSE
               STRING DMF-DOB-MM '/' DMF-DOB-DD '/' DMF-DOB-CCYY
                      DELIMITED BY SIZE
                 INTO WS-DMF-DOB
               END-STRING
               IF DMF-DOD NUMERIC
                   STRING DMF-DOD-MM '/' DMF-DOD-DD '/' DMF-DOD-CCYY
                          DELIMITED BY SIZE
                     INTO WS-DMF-DOD
                   END-STRING
               ELSE
                   MOVE SPACES TO WS-DMF-DOD
               END-IF
               INSPECT DMF-LNAME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT DMF-FNAME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT DMF-MNAME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE DMF-SSN       TO WS-DM-SSN
               MOVE DMF-LNAME     TO WS-DM-LNAME
               MOVE DMF-FNAME     TO WS-DM-FNAME
               MOVE DMF-MNAME     TO WS-DM-MNAME
               MOVE WS-DMF-DOB    TO WS-DM-DOB
               MOVE WS-DMF-DOD    TO WS-DM-DOD
               MOVE DMF-ZIP-RESIDENCE TO WS-DM-ZIP
               MOVE 'CANDOPEN'    TO WS-DM-OPERATION-TYPE
               CALL 'DMFDRVR1' USING DMFDRVR1-AREA
               MOVE 'NO' TO WS-CAND-EOF-SW
               PERFORM 2150-FETCH-CANDIDATE
               PERFORM 2200-SCORE-CANDIDATE UNTIL END-OF-CANDIDATES
               MOVE 'CANDCLOSE'   TO WS-DM-OPERATION-TYPE
               CALL 'DMFDRVR1' USING DMFDRVR1-AREA
           END-IF.

       2150-FETCH-CANDIDATE.
           MOVE 'CANDFETCH' TO WS-DM-OPERATION-TYPE
           CALL 'DMFDRVR1' USING DMFDRVR1-AREA
           IF WS-DM-SQLCODE NOT = 0
               MOVE 'YES' TO WS-CAND-EOF-SW
           END-IF.

      *    LAST NAME AND DATE OF BIRTH ALREADY AGREE. THE FIRST NAME
      *    (AS FAR AS THE DMF'S 15 CHARACTERS GO) TOGETHER WITH THE
      *    ZIP OF LAST RESIDENCE IS A CONFIRMED MATCH; THE FIRST NAME
      *    ALONE, OR THE FIRST INITIAL WITH THE ZIP, GOES TO REVIEW.
      *    ANYTHING WEAKER IS ONLY COUNTED.
       2200-SCORE-CANDIDATE.
           ADD 1 TO WS-CANDIDATE-CNT
           MOVE WS-DM-OUT-HOLDER-FNAME TO WS-HOLDER-FNAME
           INSPECT WS-HOLDER-FNAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 'NO' TO WS-FNAME-MATCH-SW WS-INITIAL-MATCH-SW
                        WS-ZIP-MATCH-SW
           IF DMF-FNAME NOT = SPACES
               IF DMF-FNAME = WS-HOLDER-FNAME (1:15)
                   MOVE 'YES' TO WS-FNAME-MATCH-SW
               END-IF
               IF DMF-FNAME (1:1) = WS-HOLDER-FNAME (1:1)
                   MOVE 'YES' TO WS-INITIAL-MATCH-SW
               END-IF
           END-IF
           IF DMF-ZIP-RESIDENCE NUMERIC
                   AND DMF-ZIP-RESIDENCE NOT = '00000'
                   AND DMF-ZIP-RESIDENCE = WS-DM-OUT-HOLDER-ZIP (1:5)
               MOVE 'YES' TO WS-ZIP-MATCH-SW
           END-IF
           MOVE SPACES TO WS-MATCH-BASIS
           EVALUATE TRUE
               WHEN FNAME-MATCH AND ZIP-MATCH
                   MOVE 'NAME, DOB AND ZIP'  TO WS-MATCH-BASIS
                   IF AUTO-CONFIRM
                       MOVE 'C' TO WS-NEW-STATUS
                   ELSE
                       MOVE 'P' TO WS-NEW-STATUS
                   END-IF
               WHEN FNAME-MATCH
                   MOVE 'NAME AND DOB'       TO WS-MATCH-BASIS
                   MOVE 'P' TO WS-NEW-STATUS
               WHEN INITIAL-MATCH AND ZIP-MATCH
                   MOVE 'INITIAL, DOB AND ZIP' TO WS-MATCH-BASIS
                   MOVE 'P' TO WS-NEW-STATUS
               WHEN OTHER
                   ADD 1 TO WS-WEAK-CNT
           END-EVALUATE
           IF WS-MATCH-BASIS NOT = SPACES
               PERFORM 2300-RECORD-MATCH
           END-IF
           PERFORM 2150-FETCH-CANDIDATE.

       2300-RECORD-MATCH.
           ADD 1 TO WS-MATCH-CNT
           MOVE WS-DM-OUT-POLICY-NUMBER TO WS-DM-POLICY-NUMBER
           MOVE WS-MATCH-BASIS          TO WS-DM-MATCH-BASIS
           MOVE WS-NEW-STATUS           TO WS-DM-DECISION
           IF WS-NEW-STATUS = 'C'
               MOVE 'DMFSCRN1'          TO WS-DM-USER-ID
               MOVE 'CONFIRMED ON NAME, DATE OF BIRTH AND ZIP'
                                        TO WS-DM-DECISION-NOTE
           ELSE
               MOVE SPACES              TO WS-DM-USER-ID
                                           WS-DM-DECISION-NOTE
           END-IF
           MOVE 'MATCHADD' TO WS-DM-OPERATION-TYPE
           CALL 'DMFDRVR1' USING DMFDRVR1-AREA
           EVALUATE WS-DM-MATCH-RESULT
               WHEN 'N'
                   IF WS-NEW-STATUS = 'C'
                       ADD 1 TO WS-AUTO-CNT
                       MOVE 'CONFIRMED - NOTICES STOPPED'
                                          TO RPT-MAT-RESULT
                   ELSE
                       ADD 1 TO WS-NEW-PEND-CNT
                       MOVE 'PENDING REVIEW' TO RPT-MAT-RESULT
                   END-IF
               WHEN 'R'
                   ADD 1 TO WS-REOPEN-CNT
                   MOVE 'REOPENED - SSA RE-ISSUED'
                                          TO RPT-MAT-RESULT
               WHEN 'K'
                   ADD 1 TO WS-KEPT-REJECT-CNT
                   MOVE 'PREVIOUSLY REJECTED'
                                          TO RPT-MAT-RESULT
               WHEN OTHER
                   ADD 1 TO WS-EXISTING-CNT
                   MOVE 'ALREADY ON FILE' TO RPT-MAT-RESULT
           END-EVALUATE
           MOVE WS-DM-POLICY-NUMBER TO RPT-MAT-POLICY
           MOVE DMF-SSN             TO WS-SSN-IN
           PERFORM 8100-MASK-SSN
           MOVE WS-SSN-MASK         TO RPT-MAT-SSN
           MOVE SPACES              TO RPT-MAT-NAME
           STRING DMF-LNAME DELIMITED BY '  '
                  ', '      DELIMITED BY SIZE
                  DMF-FNAME DELIMITED BY '  '
             INTO RPT-MAT-NAME
           END-STRING
           MOVE WS-DMF-DOB          TO RPT-MAT-DOB
           MOVE WS-DMF-DOD          TO RPT-MAT-DOD
           MOVE DMF-ZIP-RESIDENCE   TO RPT-MAT-ZIP
           MOVE WS-MATCH-BASIS      TO RPT-MAT-BASIS
           WRITE DMF-MATCH-REPORT-REC FROM RPT-MATCH-LINE.

      *    SSA HAS WITHDRAWN A DEATH IT REPORTED. ANY OPEN MATCH ON
      *    THAT SSN IS CLOSED OR SENT BACK FOR REVIEW BY DMFDRVR1.
       2400-WITHDRAW-DECEDENT.
           ADD 1 TO WS-DELETE-CNT
           MOVE DMF-SSN    TO WS-DM-SSN
           MOVE 'DMFWDRAW' TO WS-DM-OPERATION-TYPE
           CALL 'DMFDRVR1' USING DMFDRVR1-AREA
           IF WS-DM-WDRAW-CNT > 0
               ADD WS-DM-WDRAW-CNT TO WS-WDRAW-CNT
               MOVE SPACES          TO RPT-MATCH-LINE
               MOVE DMF-SSN         TO WS-SSN-IN
               PERFORM 8100-MASK-SSN
               MOVE WS-SSN-MASK     TO RPT-MAT-SSN
               STRING DMF-LNAME DELIMITED BY '  '
                      ', '      DELIMITED BY SIZE
                      DMF-FNAME DELIMITED BY '  '
                 INTO RPT-MAT-NAME
               END-STRING
               MOVE 'SSA WITHDREW DEATH RECORD' TO RPT-MAT-RESULT
               WRITE DMF-MATCH-REPORT-REC FROM RPT-MATCH-LINE
           END-IF.

      *    THE PENDING QUEUE AS IT STANDS AFTER THIS RUN.
       8000-LIST-REVIEW-QUEUE.
           MOVE 'PENDING REVIEW - CONFIRM OR REJECT THROUGH DMFMNT1'
                                      TO RPT-SEC-TITLE
           WRITE DMF-MATCH-REPORT-REC FROM RPT-SECTION-LINE
           WRITE DMF-MATCH-REPORT-REC FROM RPT-QUEUE-HEADING
           MOVE 'QUEOPEN' TO WS-DM-OPERATION-TYPE
           CALL 'DMFDRVR1' USING DMFDRVR1-AREA
           MOVE 'NO' TO WS-QUE-EOF-SW
           PERFORM 8050-FETCH-QUEUE
           PERFORM 8010-WRITE-QUEUE-LINE UNTIL END-OF-QUEUE
           MOVE 'QUECLOSE' TO WS-DM-OPERATION-TYPE
           CALL 'DMFDRVR1' USING DMFDRVR1-AREA.

       8010-WRITE-QUEUE-LINE.
           ADD 1 TO WS-QUEUE-CNT
           MOVE WS-DM-OUT-AGE-DAYS       TO RPT-QUE-AGE
           MOVE WS-DM-OUT-POLICY-NUMBER  TO RPT-QUE-POLICY
           MOVE WS-DM-OUT-SSN            TO WS-SSN-IN
           PERFORM 8100-MASK-SSN
           MOVE WS-SSN-MASK              TO RPT-QUE-SSN
           MOVE SPACES                   TO RPT-QUE-DMF-NAME
                                            RPT-QUE-HOLDER
           STRING WS-DM-OUT-LNAME DELIMITED BY '  '
                  ', '            DELIMITED BY SIZE
                  WS-DM-OUT-FNAME DELIMITED BY '  '
             INTO RPT-QUE-DMF-NAME
           END-STRING
           STRING WS-DM-OUT-HOLDER-LNAME DELIMITED BY '  '
                  ', '                   DELIMITED BY SIZE
                  WS-DM-OUT-HOLDER-FNAME DELIMITED BY '  '
             INTO RPT-QUE-HOLDER
           END-STRING
           MOVE WS-DM-OUT-DOD            TO RPT-QUE-DOD
           MOVE WS-DM-OUT-MATCH-BASIS    TO RPT-QUE-BASIS
           MOVE WS-DM-OUT-FIRST-MATCH-DATE TO RPT-QUE-FIRST-MATCH
           WRITE DMF-MATCH-REPORT-REC FROM RPT-QUEUE-LINE
           PERFORM 8050-FETCH-QUEUE.

       8050-FETCH-QUEUE.
           MOVE 'QUEFETCH' TO WS-DM-OPERATION-TYPE
           CALL 'DMFDRVR1' USING DMFDRVR1-AREA
           IF WS-DM-SQLCODE NOT = 0
               MOVE 'YES' TO WS-QUE-EOF-SW
           END-IF.

      *    ONLY THE LAST FOUR DIGITS OF AN SSN EVER GO ON A REPORT.
       8100-MASK-SSN.
           MOVE 'XXX-XX-'         TO WS-SSN-MASK
           MOVE WS-SSN-IN (6:4)   TO WS-SSN-MASK (8:4).

       9000-FINALIZE-PARA.
           CLOSE DMF-FILE
           PERFORM 8000-LIST-REVIEW-QUEUE

           MOVE 'DMF RECORDS READ'                 TO RPT-TOT-LABEL
           MOVE WS-DMF-CNT                         TO RPT-TOT-CNT
           WRITE DMF-MATCH-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  WITHDRAWAL RECORDS'             TO RPT-TOT-LABEL
           MOVE WS-DELETE-CNT                      TO RPT-TOT-CNT
           WRITE DMF-MATCH-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NO FULL DATE OF BIRTH (NOT MATCHED)'
                                                   TO RPT-TOT-LABEL
           MOVE WS-NODOB-CNT                       TO RPT-TOT-CNT
           WRITE DMF-MATCH-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  REJECTED (BAD RECORD)'          TO RPT-TOT-LABEL
           MOVE WS-REJECT-CNT                      TO RPT-TOT-CNT
           WRITE DMF-MATCH-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'HOLDERS SHARING NAME AND BIRTH DATE'
                                                   TO RPT-TOT-LABEL
           MOVE WS-CANDIDATE-CNT                   TO RPT-TOT-CNT
           WRITE DMF-MATCH-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  TOO WEAK TO MATCH'              TO RPT-TOT-LABEL
           MOVE WS-WEAK-CNT                        TO RPT-TOT-CNT
           WRITE DMF-MATCH-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'MATCHES'                          TO RPT-TOT-LABEL
           MOVE WS-MATCH-CNT                       TO RPT-TOT-CNT
           WRITE DMF-MATCH-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  CONFIRMED AUTOMATICALLY'        TO RPT-TOT-LABEL
           MOVE WS-AUTO-CNT                        TO RPT-TOT-CNT
           WRITE DMF-MATCH-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  NEW - PENDING REVIEW'           TO RPT-TOT-LABEL
           MOVE WS-NEW-PEND-CNT                    TO RPT-TOT-CNT
           WRITE DMF-MATCH-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  REOPENED (SSA RE-ISSUED)'       TO RPT-TOT-LABEL
           MOVE WS-REOPEN-CNT                      TO RPT-TOT-CNT
           WRITE DMF-MATCH-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  ALREADY ON FILE'                TO RPT-TOT-LABEL
           MOVE WS-EXISTING-CNT                    TO RPT-TOT-CNT
           WRITE DMF-MATCH-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE '  PREVIOUSLY REJECTED'            TO RPT-TOT-LABEL
           MOVE WS-KEPT-REJECT-CNT                 TO RPT-TOT-CNT
           WRITE DMF-MATCH-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'OPEN MATCHES HIT BY SSA WITHDRAWALS'
                                                   TO RPT-TOT-LABEL
           MOVE WS-WDRAW-CNT                       TO RPT-TOT-CNT
           WRITE DMF-MATCH-REPORT-REC FROM RPT-TOTAL-LINE
           MOVE 'PENDING REVIEW'                   TO RPT-TOT-LABEL
           MOVE WS-QUEUE-CNT                       TO RPT-TOT-CNT
           WRITE DMF-MATCH-REPORT-REC FROM RPT-TOTAL-LINE
           CLOSE DMF-MATCH-REPORT

           ACCEPT WS-END-TIME FROM TIME
           OPEN EXTEND OPS-STATUS-FILE
           IF WS-OPS-STATUS NOT = '00'
               OPEN OUTPUT OPS-STATUS-FILE
           END-IF
           IF WS-OPS-STATUS = '00'
               MOVE SPACES          TO OPS-STATUS-FILE-RECORD
               MOVE 'DMFSCRN1'      TO OPS-JOB-NAME
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
               MOVE WS-DMF-CNT      TO OPS-RECORD-CNT
               MOVE WS-REJECT-CNT   TO OPS-ERROR-CNT
               IF WS-REJECT-CNT > 0 OR WS-QUEUE-CNT > 0
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
           DISPLAY 'DMFSCRN1: DMF RECORDS: ' WS-DMF-CNT
                   '  MATCHES: ' WS-MATCH-CNT
                   '  AUTO-CONFIRMED: ' WS-AUTO-CNT
                   '  NEW PENDING: ' WS-NEW-PEND-CNT
                   '  PENDING QUEUE: ' WS-QUEUE-CNT.

       END PROGRAM DMFSCRN1.
